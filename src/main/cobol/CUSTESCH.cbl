       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTESCH.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTESCH - Annual Unclaimed-Property (Escheatment) Report      *
      * Credit balances belonging to customers we cannot reach -      *
      * closed, mail returned, or dormant - are not ours to keep.     *
      * The CUSTRFND refund run holds each one on the credit-balance *
      * file instead of mailing a check; once a year this run sorts  *
      * every held credit by CUST-STATE and prints the report each   *
      * state's unclaimed-property filing is prepared from: the      *
      * owner's name and last known address, the reason the owner    *
      * could not be reached, the date of last activity, the date    *
      * the credit was first held and the amount owed, with a count  *
      * and dollar total per state and for the whole file. Each      *
      * held credit is checked against the customer master as the    *
      * report is built - a customer who has since come back or     *
      * used the credit drops off, and the amount reported is what  *
      * is owed today. The REPORT-YEAR=yyyy card names the filing    *
      * year on the report; without one the current year is used.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-BALANCE-FILE ASSIGN TO CRBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRB-CUST-ID
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      * Credit balances held as unclaimed by the refund run
       FD  CREDIT-BALANCE-FILE.
       COPY CRBAL.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Unclaimed-property report by state
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - REPORT-YEAR=yyyy. A missing file reports
      * for the current year.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-STATE               PIC X(02).
           05  SRT-CUST-ID             PIC 9(8).
           05  SRT-NAME                PIC X(24).
           05  SRT-STREET              PIC X(30).
           05  SRT-CITY                PIC X(20).
           05  SRT-ZIP                 PIC X(10).
           05  SRT-REASON              PIC X(1).
           05  SRT-LAST-ACTIVITY-DATE  PIC 9(8).
           05  SRT-FIRST-DATE          PIC 9(8).
           05  SRT-AMOUNT              PIC S9(7)V99 COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-CREDIT-STATUS            PIC XX.
           88  WS-CREDIT-OK            VALUE '00'.
           88  WS-CREDIT-NO-FILE       VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-SORT-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF         VALUE 'Y'.
               88  WS-SORT-NOT-EOF     VALUE 'N'.
           05  WS-FIRST-STATE-FLAG     PIC X(1) VALUE 'Y'.
               88  WS-FIRST-STATE      VALUE 'Y'.
               88  WS-NOT-FIRST-STATE  VALUE 'N'.
      *    No credit-balance file means nothing has ever been held
           05  WS-CREDIT-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-CREDITS-AVAILABLE VALUE 'Y'.
               88  WS-NO-CREDIT-FILE   VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-REPORT-YEAR          PIC 9(4).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-STATE        PIC X(02).
           05  WS-SAVE-LINE            PIC X(132).

       01  WS-COUNTERS.
           05  WS-HELD-READ-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-RESOLVED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-STATE-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-STATE-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-REPORTED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-REPORTED-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-STATES-REPORTED      PIC 9(4) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(32)
               VALUE 'UNCLAIMED PROPERTY REPORT - YEAR'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HDR-YEAR             PIC 9(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(4) VALUE 'ST'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(24) VALUE 'OWNER NAME'.
           05  FILLER                  PIC X(30)
               VALUE 'LAST KNOWN ADDRESS'.
           05  FILLER                  PIC X(10) VALUE 'REASON'.
           05  FILLER                  PIC X(12) VALUE 'LAST ACTV'.
           05  FILLER                  PIC X(12) VALUE 'HELD SINCE'.
           05  FILLER                  PIC X(30) VALUE '     AMOUNT'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-STATE            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-STREET           PIC X(28).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-LAST-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-FIRST-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                  PIC X(38) VALUE SPACES.
           05  WS-ADR-CITY             PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ADR-ZIP              PIC X(10).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE 'TOTAL STATE '.
           05  WS-STT-STATE            PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'OWNERS:'.
           05  WS-STT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-STT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(8) VALUE 'STATES:'.
           05  WS-GRD-STATES           PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'OWNERS:'.
           05  WS-GRD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-GRD-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE 'HELD BUT SINCE RESOLVED:'.
           05  WS-GRD-RESOLVED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-CREDITS-AVAILABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STATE
                                    SRT-CUST-ID
                   INPUT PROCEDURE IS 2000-RELEASE-UNCLAIMED
                   OUTPUT PROCEDURE IS 3000-PRINT-BY-STATE
           END-IF
           PERFORM 4000-WRITE-GRAND-TOTAL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT CREDIT-BALANCE-FILE
           IF WS-CREDIT-NO-FILE
               SET WS-NO-CREDIT-FILE TO TRUE
               DISPLAY 'NO CREDIT-BALANCE FILE - NOTHING HELD'
           ELSE
               IF NOT WS-CREDIT-OK
                   MOVE WS-CREDIT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CREDIT-BALANCE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-REPORT-YEAR TO WS-HDR-YEAR
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
      *    A missing control file reports for the current year -
      *    never prompt the console for anything
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1050-READ-RUN-CARD
               PERFORM 1060-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1050-READ-RUN-CARD.
           READ RUN-CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.

       1060-APPLY-RUN-CARD.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:1) = '*'
               OR CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN CONTROL-RECORD(1:12) = 'REPORT-YEAR='
                   IF CONTROL-RECORD(13:4) IS NUMERIC
                       MOVE CONTROL-RECORD(13:4) TO WS-REPORT-YEAR
                   ELSE
                       DISPLAY 'BAD REPORT-YEAR CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       2000-RELEASE-UNCLAIMED.
           PERFORM 2100-READ-CREDIT-BALANCE
           PERFORM 2200-RELEASE-ONE-CREDIT
               UNTIL WS-END-OF-FILE.

       2100-READ-CREDIT-BALANCE.
           READ CREDIT-BALANCE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-RELEASE-ONE-CREDIT.
           IF CRB-UNCLAIMED
               ADD 1 TO WS-HELD-READ-COUNT
               MOVE CRB-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-RESOLVED-COUNT
                       DISPLAY 'HELD CREDIT NOT ON MASTER: '
                           CRB-CUST-ID
                   NOT INVALID KEY
                       PERFORM 2210-RELEASE-IF-STILL-OWED
               END-READ
           END-IF
           PERFORM 2100-READ-CREDIT-BALANCE.

       2210-RELEASE-IF-STILL-OWED.
      *    What is reported is what the owner is owed today
           IF CUST-BALANCE < ZERO
               MOVE CUST-STATE TO SRT-STATE
               IF SRT-STATE = SPACES
                   MOVE CRB-STATE TO SRT-STATE
               END-IF
               MOVE CUST-ID TO SRT-CUST-ID
               MOVE SPACES TO SRT-NAME
               STRING CUST-FIRST-NAME DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      CUST-LAST-NAME DELIMITED SPACE
                      INTO SRT-NAME
               MOVE CUST-STREET TO SRT-STREET
               MOVE CUST-CITY TO SRT-CITY
               MOVE CUST-ZIP TO SRT-ZIP
               MOVE CRB-REASON TO SRT-REASON
               MOVE CRB-LAST-ACTIVITY-DATE TO SRT-LAST-ACTIVITY-DATE
               MOVE CRB-FIRST-DATE TO SRT-FIRST-DATE
               COMPUTE SRT-AMOUNT = ZERO - CUST-BALANCE
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-RESOLVED-COUNT
           END-IF.

       3000-PRINT-BY-STATE.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM 3100-RETURN-AND-PRINT
               UNTIL WS-SORT-EOF
           IF WS-NOT-FIRST-STATE
               PERFORM 3300-WRITE-STATE-TOTAL
           END-IF.

       3100-RETURN-AND-PRINT.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-PRINT-ONE-OWNER
           END-RETURN.

       3200-PRINT-ONE-OWNER.
           IF WS-FIRST-STATE
               MOVE SRT-STATE TO WS-CURRENT-STATE
               SET WS-NOT-FIRST-STATE TO TRUE
           END-IF
           IF SRT-STATE NOT = WS-CURRENT-STATE
               PERFORM 3300-WRITE-STATE-TOTAL
               MOVE SRT-STATE TO WS-CURRENT-STATE
           END-IF
           MOVE SRT-STATE TO WS-RPT-STATE
           MOVE SRT-CUST-ID TO WS-RPT-CUST-ID
           MOVE SRT-NAME TO WS-RPT-NAME
           MOVE SRT-STREET TO WS-RPT-STREET
           EVALUATE SRT-REASON
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-RPT-REASON
               WHEN 'M'
                   MOVE 'MAIL RTN' TO WS-RPT-REASON
               WHEN OTHER
                   MOVE 'DORMANT' TO WS-RPT-REASON
           END-EVALUATE
           IF SRT-LAST-ACTIVITY-DATE IS NUMERIC
               MOVE SRT-LAST-ACTIVITY-DATE TO WS-RPT-LAST-DATE
           ELSE
               MOVE ZEROS TO WS-RPT-LAST-DATE
           END-IF
           MOVE SRT-FIRST-DATE TO WS-RPT-FIRST-DATE
           MOVE SRT-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SRT-CITY TO WS-ADR-CITY
           MOVE SRT-ZIP TO WS-ADR-ZIP
           MOVE WS-ADDRESS-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-STATE-COUNT
           ADD SRT-AMOUNT TO WS-STATE-AMOUNT.

       3300-WRITE-STATE-TOTAL.
           MOVE WS-CURRENT-STATE TO WS-STT-STATE
           MOVE WS-STATE-COUNT TO WS-STT-COUNT
           MOVE WS-STATE-AMOUNT TO WS-STT-AMOUNT
           MOVE WS-STATE-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-STATES-REPORTED
           ADD WS-STATE-COUNT TO WS-REPORTED-COUNT
           ADD WS-STATE-AMOUNT TO WS-REPORTED-AMOUNT
           MOVE ZEROS TO WS-STATE-COUNT
           MOVE ZEROS TO WS-STATE-AMOUNT.

       3900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       4000-WRITE-GRAND-TOTAL.
           MOVE WS-STATES-REPORTED TO WS-GRD-STATES
           MOVE WS-REPORTED-COUNT TO WS-GRD-COUNT
           MOVE WS-REPORTED-AMOUNT TO WS-GRD-AMOUNT
           MOVE WS-RESOLVED-COUNT TO WS-GRD-RESOLVED
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       8000-ERROR-HANDLER.
           PERFORM 8100-LOOKUP-FILE-STATUS
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           DISPLAY 'FILE STATUS: ' WS-FILE-STATUS ' - '
               FS-STATUS-MESSAGE
           STOP RUN.

       8100-LOOKUP-FILE-STATUS.
      *    Translate the raw VSAM file-status code into a message
           MOVE WS-FILE-STATUS TO FS-STATUS-CODE
           EVALUATE TRUE
               WHEN FS-STATUS-SUCCESS
                   MOVE 'SUCCESSFUL COMPLETION' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-DUPLICATE
                   MOVE 'DUPLICATE KEY DETECTED' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-EOF
                   MOVE 'END OF FILE REACHED' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-NOT-FOUND
                   MOVE 'RECORD NOT FOUND' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-INVALID-KEY
                   MOVE 'INVALID KEY SEQUENCE OR KEY VALUE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-BOUNDARY
                   MOVE 'BOUNDARY VIOLATION ON WRITE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-30
                   MOVE 'PERMANENT I/O ERROR - UNDEFINED CONDITION'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-35
                   MOVE 'FILE NOT FOUND FOR OPEN' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-37
                   MOVE 'OPEN MODE NOT SUPPORTED BY DEVICE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-38
                   MOVE 'FILE PREVIOUSLY CLOSED WITH LOCK'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-39
                   MOVE 'FILE ATTRIBUTE CONFLICT WITH PROGRAM'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-LOGIC-ERR
                   MOVE 'LOGIC ERROR - CHECK OPEN MODE OR SEQUENCE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-91
                   MOVE 'VSAM PASSWORD OR LOGIC ERROR'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-92
                   MOVE 'REQUEST ATTEMPTED ON FILE NOT OPEN'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-93
                   MOVE 'RESOURCE UNAVAILABLE - FILE/DEVICE BUSY'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-94
                   MOVE 'SEQUENTIAL I/O REQUEST OUT OF SEQUENCE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-95
                   MOVE 'FILE ATTRIBUTES INVALID OR INCOMPLETE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-96
                   MOVE 'FILE NAME OR ASSIGNMENT NOT FOUND'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-97
               OR FS-STATUS-98
               OR FS-STATUS-99
                   MOVE 'IMPLEMENTOR-DEFINED FILE ERROR'
                       TO FS-STATUS-MESSAGE
               WHEN OTHER
                   MOVE 'UNKNOWN FILE STATUS CODE' TO FS-STATUS-MESSAGE
           END-EVALUATE.


       9000-TERMINATE.
           IF WS-CREDITS-AVAILABLE
               CLOSE CREDIT-BALANCE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'UNCLAIMED PROPERTY REPORT COMPLETE'.
