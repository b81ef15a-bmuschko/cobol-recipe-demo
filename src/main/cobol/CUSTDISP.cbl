       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDISP.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTDISP - Open Invoice Dispute Aging Report                   *
      * Walks the dispute file opened and resolved through CUSTMGMT   *
      * and lists every dispute still open, with the customer, the   *
      * invoice, the reason, the disputed amount, who opened it and  *
      * how many days it has sat unresolved. Open disputes hold      *
      * their dollars out of the finance-charge and dunning runs, so *
      * one left open too long is money nobody is collecting - every *
      * dispute older than the MAX-DAYS=nnn control card (30 days    *
      * when no card is supplied) is flagged on its line and counted *
      * separately. Totals show the count and dollars open in each   *
      * age band so the backlog can be watched month to month.        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       COPY DISPUTE.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - MAX-DAYS=nnn sets how long a dispute may
      * stay open before it is flagged. A missing file keeps 30.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

       01  WS-DISPUTE-STATUS           PIC XX.
           88  WS-DISPUTE-OK           VALUE '00'.
           88  WS-DISPUTE-NO-FILE      VALUE '35'.

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
           05  WS-DISPUTE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DISPUTES-AVAILABLE VALUE 'Y'.
               88  WS-NO-DISPUTE-FILE  VALUE 'N'.

      * Days a dispute may stay open before it is flagged
       01  WS-AGING-CONTROLS.
           05  WS-MAX-DAYS-OPEN        PIC 9(3) VALUE 30.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-DAYS-OPEN            PIC S9(5) COMP.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-OPEN-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-OPEN-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-OVERDUE-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-OVERDUE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAND-30-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-BAND-30-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAND-60-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-BAND-60-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAND-90-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-BAND-90-AMOUNT       PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-BAND-OVER-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-BAND-OVER-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'OPEN INVOICE DISPUTE AGING REPORT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(10) VALUE 'INVOICE'.
           05  FILLER                  PIC X(6) VALUE 'RSN'.
           05  FILLER                  PIC X(30) VALUE 'REASON TEXT'.
           05  FILLER                  PIC X(13) VALUE '     AMOUNT'.
           05  FILLER                  PIC X(12) VALUE 'OPENED'.
           05  FILLER                  PIC X(9) VALUE 'BY'.
           05  FILLER                  PIC X(16) VALUE 'DAYS'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-INV-NUMBER       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON-CODE      PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-REASON-TEXT      PIC X(28).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-OPENED-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OPENED-BY        PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-DAYS-OPEN        PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-FLAG             PIC X(10).

       01  WS-BAND-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE '0-30 DAYS:'.
           05  WS-RPT-B30-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-B30-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE '  31-60 DAYS:'.
           05  WS-RPT-B60-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-B60-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE '  61-90 DAYS:'.
           05  WS-RPT-B90-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-B90-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(14) VALUE ' OVER 90 DAYS:'.
           05  WS-RPT-BOVER-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-BOVER-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE 'OPEN DISPUTES:'.
           05  WS-RPT-OPEN-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'OPEN OVER'.
           05  WS-RPT-MAX-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE ' DAYS:'.
           05  WS-RPT-OVERDUE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OVERDUE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-DISPUTES
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-NO-FILE
      *        No dispute has ever been opened - an empty report is
      *        the right answer
               SET WS-NO-DISPUTE-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO DISPUTE FILE - NOTHING TO AGE'
           ELSE
               IF NOT WS-DISPUTE-OK
                   MOVE WS-DISPUTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DISPUTE FILE'
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
           PERFORM 1030-WRITE-PAGE-HEADER
           IF WS-NOT-EOF
               PERFORM 1100-READ-DISPUTE
           END-IF.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
      *    A missing control file keeps the compiled default - never
      *    prompt the console for anything
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
               WHEN CONTROL-RECORD(1:9) = 'MAX-DAYS='
                   IF CONTROL-RECORD(10:3) IS NUMERIC
                       MOVE CONTROL-RECORD(10:3) TO WS-MAX-DAYS-OPEN
                   ELSE
                       DISPLAY 'BAD MAX-DAYS CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       2000-AGE-DISPUTES.
      *    Resolved disputes stay on file for the history - only the
      *    open ones are aged
           IF DSP-OPEN
               PERFORM 2100-AGE-ONE-DISPUTE
               PERFORM 2200-WRITE-DISPUTE-LINE
           END-IF
           PERFORM 1100-READ-DISPUTE.

       2100-AGE-ONE-DISPUTE.
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
           ADD 1 TO WS-OPEN-COUNT
           ADD DSP-AMOUNT TO WS-OPEN-AMOUNT
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN NOT > 30
                   ADD 1 TO WS-BAND-30-COUNT
                   ADD DSP-AMOUNT TO WS-BAND-30-AMOUNT
               WHEN WS-DAYS-OPEN NOT > 60
                   ADD 1 TO WS-BAND-60-COUNT
                   ADD DSP-AMOUNT TO WS-BAND-60-AMOUNT
               WHEN WS-DAYS-OPEN NOT > 90
                   ADD 1 TO WS-BAND-90-COUNT
                   ADD DSP-AMOUNT TO WS-BAND-90-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-BAND-OVER-COUNT
                   ADD DSP-AMOUNT TO WS-BAND-OVER-AMOUNT
           END-EVALUATE
           IF WS-DAYS-OPEN > WS-MAX-DAYS-OPEN
               MOVE 'TOO LONG' TO WS-RPT-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
               ADD DSP-AMOUNT TO WS-OVERDUE-AMOUNT
           ELSE
               MOVE SPACES TO WS-RPT-FLAG
           END-IF.

       2200-WRITE-DISPUTE-LINE.
           PERFORM 2210-CHECK-PAGE-BREAK
           MOVE DSP-CUST-ID TO WS-RPT-CUST-ID
           MOVE DSP-CUST-ID TO CUST-ID
           MOVE SPACES TO WS-RPT-NAME
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-RPT-NAME
               NOT INVALID KEY
                   STRING CUST-FIRST-NAME DELIMITED SPACE
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED SPACE
                          INTO WS-RPT-NAME
           END-READ
           MOVE DSP-INV-NUMBER TO WS-RPT-INV-NUMBER
           MOVE DSP-REASON-CODE TO WS-RPT-REASON-CODE
           MOVE DSP-REASON-TEXT TO WS-RPT-REASON-TEXT
           MOVE DSP-AMOUNT TO WS-RPT-AMOUNT
           MOVE DSP-OPENED-DATE TO WS-RPT-OPENED-DATE
           MOVE DSP-OPENED-BY TO WS-RPT-OPENED-BY
           MOVE WS-DAYS-OPEN TO WS-RPT-DAYS-OPEN
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       2210-CHECK-PAGE-BREAK.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BAND-30-COUNT TO WS-RPT-B30-COUNT
           MOVE WS-BAND-30-AMOUNT TO WS-RPT-B30-AMOUNT
           MOVE WS-BAND-60-COUNT TO WS-RPT-B60-COUNT
           MOVE WS-BAND-60-AMOUNT TO WS-RPT-B60-AMOUNT
           MOVE WS-BAND-90-COUNT TO WS-RPT-B90-COUNT
           MOVE WS-BAND-90-AMOUNT TO WS-RPT-B90-AMOUNT
           MOVE WS-BAND-OVER-COUNT TO WS-RPT-BOVER-COUNT
           MOVE WS-BAND-OVER-AMOUNT TO WS-RPT-BOVER-AMOUNT
           MOVE WS-BAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-RPT-OPEN-COUNT
           MOVE WS-OPEN-AMOUNT TO WS-RPT-OPEN-AMOUNT
           MOVE WS-MAX-DAYS-OPEN TO WS-RPT-MAX-DAYS
           MOVE WS-OVERDUE-COUNT TO WS-RPT-OVERDUE-COUNT
           MOVE WS-OVERDUE-AMOUNT TO WS-RPT-OVERDUE-AMOUNT
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
           IF WS-DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'DISPUTE AGING REPORT COMPLETE'.
