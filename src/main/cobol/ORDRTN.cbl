       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRTN.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ORDRTN - Monthly Returns Register                              *
      * Shows what came back and why, for the product team. Every    *
      * return keyed through ORDENTRY in the report month (RTNFILE)  *
      * is read with the lines that came back on it (RTNLFILE); the  *
      * lines are sorted by return reason and, within a reason, by   *
      * item code, and listed one line apiece with the return, the  *
      * original order, the customer, the quantity, the credit and  *
      * where the return stands - accepted and waiting for ORDPOST,  *
      * posted to the account, or credited on a memo ORDINV has cut. *
      * Each reason closes with its count of lines, quantity and    *
      * credit, and the register closes with the same for the month. *
      * The credit shown is the merchandise credit only; sales tax  *
      * given back on the returns is on ORDTAX. The month is named   *
      * on a MONTH=yyyymm card; without one the register covers the  *
      * month before the run date.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-ID
               ALTERNATE RECORD KEY IS RTN-ORDER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RTN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RETURN-LINE-FILE ASSIGN TO RTNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTL-KEY
               FILE STATUS IS WS-RTNLINE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       COPY RTNHDR.

       FD  RETURN-LINE-FILE.
       COPY RTNLINE.

      * Returns register
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - MONTH=yyyymm. A missing file reports the
      * month before the run date.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-REASON-CODE         PIC X(1).
           05  SRT-ITEM-CODE           PIC X(10).
           05  SRT-RETURN-ID           PIC 9(8).
           05  SRT-LINE-NUMBER         PIC 9(3).
           05  SRT-DESCRIPTION         PIC X(30).
           05  SRT-ORDER-ID            PIC 9(8).
           05  SRT-CUST-ID             PIC 9(8).
           05  SRT-QUANTITY            PIC 9(5).
           05  SRT-CREDIT-AMT          PIC S9(7)V99 COMP-3.
           05  SRT-RETURN-STATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

       01  WS-RTNLINE-STATUS           PIC XX.
           88  WS-RTNLINE-OK           VALUE '00'.
           88  WS-RTNLINE-NO-FILE      VALUE '35'.

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
           05  WS-LINE-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-LINE-EOF         VALUE 'Y'.
               88  WS-LINE-NOT-EOF     VALUE 'N'.
           05  WS-FIRST-REASON-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-FIRST-REASON     VALUE 'Y'.
               88  WS-NOT-FIRST-REASON VALUE 'N'.
      *    No return files means nothing has come back yet
           05  WS-RETURNS-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-RETURNS-AVAILABLE VALUE 'Y'.
               88  WS-NO-RETURN-FILES  VALUE 'N'.
           05  WS-RETURN-LINES-FLAG    PIC X(1) VALUE 'N'.
               88  WS-RETURN-HAS-LINES VALUE 'Y'.
               88  WS-RETURN-NO-LINES  VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-REPORT-MONTH         PIC 9(6).
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-REASON       PIC X(1).
           05  WS-REASON-TEXT          PIC X(20).
           05  WS-RETURN-STATE         PIC X(8).
           05  WS-SAVE-LINE            PIC X(132).

       01  WS-COUNTERS.
           05  WS-RETURN-READ-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-MONTH-RETURN-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-NO-LINES-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-REASON-LINES         PIC 9(8) VALUE ZEROS.
           05  WS-REASON-QUANTITY      PIC 9(9) VALUE ZEROS.
           05  WS-REASON-CREDIT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-LINES          PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-QUANTITY       PIC 9(9) VALUE ZEROS.
           05  WS-TOTAL-CREDIT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REASONS-REPORTED     PIC 9(6) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30)
               VALUE 'RETURNS REGISTER - FOR'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-HDR-YEAR             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-HDR-MONTH            PIC 9(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(22) VALUE 'REASON'.
           05  FILLER                  PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(10) VALUE 'RETURN'.
           05  FILLER                  PIC X(10) VALUE 'ORDER'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(8) VALUE '   QTY'.
           05  FILLER                  PIC X(17)
               VALUE '         CREDIT'.
           05  FILLER                  PIC X(8) VALUE 'STATUS'.
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-REASON           PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-ITEM-CODE        PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-RETURN-ID        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-ORDER-ID         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-QUANTITY         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CREDIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-REASON-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'TOTAL FOR'.
           05  WS-RSN-TEXT             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RSN-LINES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE ' LINES'.
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  WS-RSN-QUANTITY         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RSN-CREDIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'TOTAL'.
           05  WS-GRD-REASONS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' REASONS'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-GRD-LINES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE ' LINES'.
           05  FILLER                  PIC X(47) VALUE SPACES.
           05  WS-GRD-QUANTITY         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GRD-CREDIT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE 'RETURNS READ:'.
           05  WS-RUN-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'RETURNS IN MONTH:'.
           05  WS-RUN-IN-MONTH         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE 'RETURNS WITH NO LINES:'.
           05  WS-RUN-NO-LINES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-RETURNS-AVAILABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-REASON-CODE
                                    SRT-ITEM-CODE
                                    SRT-RETURN-ID
                                    SRT-LINE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-RETURN-LINES
                   OUTPUT PROCEDURE IS 3000-LIST-BY-REASON
           END-IF
           PERFORM 4000-WRITE-GRAND-TOTAL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
      *    Default to the month just closed
           MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MM = 01
               SUBTRACT 1 FROM WS-REPORT-YEAR
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-NO-FILE
               SET WS-NO-RETURN-FILES TO TRUE
               DISPLAY 'NO RETURN FILE - NOTHING TO REPORT'
           ELSE
               IF NOT WS-RETURN-OK
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               OPEN INPUT RETURN-LINE-FILE
               IF WS-RTNLINE-NO-FILE
                   SET WS-NO-RETURN-FILES TO TRUE
                   CLOSE RETURN-FILE
                   DISPLAY 'NO RETURN LINE FILE - NOTHING TO REPORT'
               ELSE
                   IF NOT WS-RTNLINE-OK
                       MOVE WS-RTNLINE-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR OPENING RETURN LINE FILE'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
               END-IF
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
           MOVE WS-REPORT-MM TO WS-HDR-MONTH
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
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
               WHEN CONTROL-RECORD(1:6) = 'MONTH='
                   IF CONTROL-RECORD(7:6) IS NUMERIC
                   AND CONTROL-RECORD(11:2) > '00'
                   AND CONTROL-RECORD(11:2) < '13'
                       MOVE CONTROL-RECORD(7:6) TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY 'BAD MONTH CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       2000-RELEASE-RETURN-LINES.
           PERFORM 2100-READ-RETURN
           PERFORM 2200-RELEASE-ONE-RETURN
               UNTIL WS-END-OF-FILE.

       2100-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-RELEASE-ONE-RETURN.
           ADD 1 TO WS-RETURN-READ-COUNT
      *    A return belongs to the month it was keyed, whether or not
      *    it has been posted or credited yet
           IF RTN-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-MONTH-RETURN-COUNT
               PERFORM 2230-NAME-RETURN-STATE
               SET WS-RETURN-NO-LINES TO TRUE
               SET WS-LINE-NOT-EOF TO TRUE
               MOVE RTN-ID TO RTL-RETURN-ID
               MOVE ZEROS TO RTL-LINE-NUMBER
               START RETURN-LINE-FILE KEY NOT LESS THAN RTL-KEY
                   INVALID KEY SET WS-LINE-EOF TO TRUE
               END-START
               IF WS-LINE-NOT-EOF
                   PERFORM 2210-READ-NEXT-LINE
                   PERFORM 2220-RELEASE-ONE-LINE
                       UNTIL WS-LINE-EOF
               END-IF
               IF WS-RETURN-NO-LINES
                   ADD 1 TO WS-NO-LINES-COUNT
                   DISPLAY 'NO RETURN LINES FOR RETURN: ' RTN-ID
               END-IF
           END-IF
           PERFORM 2100-READ-RETURN.

       2210-READ-NEXT-LINE.
           READ RETURN-LINE-FILE NEXT RECORD
               AT END SET WS-LINE-EOF TO TRUE
           END-READ.

       2220-RELEASE-ONE-LINE.
           IF RTL-RETURN-ID NOT = RTN-ID
               SET WS-LINE-EOF TO TRUE
           ELSE
               SET WS-RETURN-HAS-LINES TO TRUE
               MOVE RTL-REASON-CODE TO SRT-REASON-CODE
               MOVE RTL-ITEM-CODE TO SRT-ITEM-CODE
               MOVE RTN-ID TO SRT-RETURN-ID
               MOVE RTL-LINE-NUMBER TO SRT-LINE-NUMBER
               MOVE RTL-DESCRIPTION TO SRT-DESCRIPTION
               MOVE RTN-ORDER-ID TO SRT-ORDER-ID
               MOVE RTN-CUST-ID TO SRT-CUST-ID
               MOVE RTL-QUANTITY TO SRT-QUANTITY
               MOVE RTL-CREDIT-AMT TO SRT-CREDIT-AMT
               MOVE WS-RETURN-STATE TO SRT-RETURN-STATE
               RELEASE SORT-RECORD
               PERFORM 2210-READ-NEXT-LINE
           END-IF.

       2230-NAME-RETURN-STATE.
      *    Named once per return and moved to each of its lines as
      *    they are released - the sort record is not ours to hold
      *    anything in across a RELEASE
           EVALUATE TRUE
               WHEN RTN-POSTED AND RTN-MEMO-NUMBER NOT = ZEROS
                   MOVE 'CREDITED' TO WS-RETURN-STATE
               WHEN RTN-POSTED
                   MOVE 'POSTED' TO WS-RETURN-STATE
               WHEN OTHER
                   MOVE 'ACCEPTED' TO WS-RETURN-STATE
           END-EVALUATE.

       3000-LIST-BY-REASON.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM 3100-RETURN-AND-LIST
               UNTIL WS-SORT-EOF
           IF WS-NOT-FIRST-REASON
               PERFORM 3300-WRITE-REASON-TOTAL
           END-IF.

       3100-RETURN-AND-LIST.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-LIST-ONE-LINE
           END-RETURN.

       3200-LIST-ONE-LINE.
           IF WS-FIRST-REASON
               MOVE SRT-REASON-CODE TO WS-CURRENT-REASON
               SET WS-NOT-FIRST-REASON TO TRUE
           END-IF
           IF SRT-REASON-CODE NOT = WS-CURRENT-REASON
               PERFORM 3300-WRITE-REASON-TOTAL
               MOVE SRT-REASON-CODE TO WS-CURRENT-REASON
           END-IF
           PERFORM 3310-NAME-REASON
           MOVE WS-REASON-TEXT TO WS-DTL-REASON
           MOVE SRT-ITEM-CODE TO WS-DTL-ITEM-CODE
           MOVE SRT-DESCRIPTION TO WS-DTL-DESCRIPTION
           MOVE SRT-RETURN-ID TO WS-DTL-RETURN-ID
           MOVE SRT-ORDER-ID TO WS-DTL-ORDER-ID
           MOVE SRT-CUST-ID TO WS-DTL-CUST-ID
           MOVE SRT-QUANTITY TO WS-DTL-QUANTITY
           MOVE SRT-CREDIT-AMT TO WS-DTL-CREDIT
           MOVE SRT-RETURN-STATE TO WS-DTL-STATUS
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-REASON-LINES
           ADD SRT-QUANTITY TO WS-REASON-QUANTITY
           ADD SRT-CREDIT-AMT TO WS-REASON-CREDIT.

       3300-WRITE-REASON-TOTAL.
           PERFORM 3310-NAME-REASON
           MOVE WS-REASON-TEXT TO WS-RSN-TEXT
           MOVE WS-REASON-LINES TO WS-RSN-LINES
           MOVE WS-REASON-QUANTITY TO WS-RSN-QUANTITY
           MOVE WS-REASON-CREDIT TO WS-RSN-CREDIT
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-REASONS-REPORTED
           ADD WS-REASON-LINES TO WS-TOTAL-LINES
           ADD WS-REASON-QUANTITY TO WS-TOTAL-QUANTITY
           ADD WS-REASON-CREDIT TO WS-TOTAL-CREDIT
           MOVE ZEROS TO WS-REASON-LINES
           MOVE ZEROS TO WS-REASON-QUANTITY
           MOVE ZEROS TO WS-REASON-CREDIT.

       3310-NAME-REASON.
      *    A line keyed without a valid reason is still listed, under
      *    its own heading, so the credit totals stay whole
           EVALUATE WS-CURRENT-REASON
               WHEN 'D'
                   MOVE 'DAMAGED IN TRANSIT' TO WS-REASON-TEXT
               WHEN 'F'
                   MOVE 'DEFECTIVE' TO WS-REASON-TEXT
               WHEN 'W'
                   MOVE 'WRONG ITEM SHIPPED' TO WS-REASON-TEXT
               WHEN 'N'
                   MOVE 'NO LONGER WANTED' TO WS-REASON-TEXT
               WHEN 'O'
                   MOVE 'OTHER' TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE 'NO REASON GIVEN' TO WS-REASON-TEXT
           END-EVALUATE.

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
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REASONS-REPORTED TO WS-GRD-REASONS
           MOVE WS-TOTAL-LINES TO WS-GRD-LINES
           MOVE WS-TOTAL-QUANTITY TO WS-GRD-QUANTITY
           MOVE WS-TOTAL-CREDIT TO WS-GRD-CREDIT
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURN-READ-COUNT TO WS-RUN-READ
           MOVE WS-MONTH-RETURN-COUNT TO WS-RUN-IN-MONTH
           MOVE WS-NO-LINES-COUNT TO WS-RUN-NO-LINES
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE
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
           IF WS-RETURNS-AVAILABLE
               CLOSE RETURN-FILE
               CLOSE RETURN-LINE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'RETURNS REGISTER COMPLETE'.
