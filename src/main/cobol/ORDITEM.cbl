       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDITEM.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ORDITEM - Monthly Sales by Item Report                         *
      * Shows what was sold, product by product. Every invoice ORDINV *
      * issued in the report month stands for an order ORDPOST has   *
      * posted; the order's lines are read back from the order line  *
      * file, sorted by item code, and summarized one line per item: *
      * order lines, quantity sold, merchandise sales and how many   *
      * of the lines had their description or price keyed over the  *
      * item master's. The description comes from the item master   *
      * (ITEMFILE); an item since retired is marked so, and a code  *
      * that is not on the item master at all - lines keyed before  *
      * the item master came in - shows the description from the    *
      * line. The report works from the same invoices as ORDTAX, so *
      * its sales total ties to ORDTAX's gross sales except for any *
      * invoice counted below the totals as having no order lines.  *
      * Goods coming back are netted the same way ORDTAX nets them:   *
      * the returned lines of every credit memo ORDINV cut in the     *
      * month (RTNFILE/RTNLFILE) come off their item's quantity and   *
      * sales, without adding to its count of lines sold.             *
      * The month is named on a MONTH=yyyymm card; without one the  *
      * report covers the month before the run date.                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT ORDER-LINE-FILE ASSIGN TO ORDLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLN-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT ITEM-FILE ASSIGN TO ITEMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
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
       FD  INVOICE-FILE.
       COPY INVOICE.

       FD  ORDER-LINE-FILE.
       COPY ORDLINE.

       FD  ITEM-FILE.
       COPY ITEMMAST.

       FD  RETURN-FILE.
       COPY RTNHDR.

       FD  RETURN-LINE-FILE.
       COPY RTNLINE.

      * Sales by item
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
           05  SRT-ITEM-CODE           PIC X(10).
           05  SRT-ORDER-ID            PIC 9(8).
           05  SRT-LINE-NUMBER         PIC 9(3).
           05  SRT-DESCRIPTION         PIC X(30).
           05  SRT-QUANTITY            PIC S9(5).
           05  SRT-EXTENDED-AMT        PIC S9(7)V99 COMP-3.
           05  SRT-OVERRIDE-FLAG       PIC X(1).
      *        'R' - a returned line, netted off but not counted
               88  SRT-RETURNED-LINE   VALUE 'R'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-LINE-STATUS              PIC XX.
           88  WS-LINE-OK              VALUE '00'.
           88  WS-LINE-NO-FILE         VALUE '35'.

       01  WS-ITEM-STATUS              PIC XX.
           88  WS-ITEM-OK              VALUE '00'.
           88  WS-ITEM-NO-FILE         VALUE '35'.

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
           05  WS-FIRST-ITEM-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-ITEM       VALUE 'Y'.
               88  WS-NOT-FIRST-ITEM   VALUE 'N'.
      *    No invoice or line file means nothing has been sold yet
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
               88  WS-NO-INVOICE-FILE  VALUE 'N'.
           05  WS-LINES-AVAIL-FLAG     PIC X(1) VALUE 'Y'.
               88  WS-LINES-AVAILABLE  VALUE 'Y'.
               88  WS-NO-LINE-FILE     VALUE 'N'.
           05  WS-ITEMS-AVAIL-FLAG     PIC X(1) VALUE 'Y'.
               88  WS-ITEMS-AVAILABLE  VALUE 'Y'.
               88  WS-NO-ITEM-FILE     VALUE 'N'.
      *    No return files means nothing has come back yet
           05  WS-RETURNS-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-RETURNS-AVAILABLE VALUE 'Y'.
               88  WS-NO-RETURN-FILES  VALUE 'N'.
           05  WS-RETURN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RETURN-EOF       VALUE 'Y'.
               88  WS-RETURN-NOT-EOF   VALUE 'N'.
           05  WS-RTNLINE-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-RTNLINE-EOF      VALUE 'Y'.
               88  WS-RTNLINE-NOT-EOF  VALUE 'N'.
           05  WS-INVOICE-LINES-FLAG   PIC X(1) VALUE 'N'.
               88  WS-INVOICE-HAS-LINES VALUE 'Y'.
               88  WS-INVOICE-NO-LINES VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-REPORT-MONTH         PIC 9(6).
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-ITEM         PIC X(10).
           05  WS-CURRENT-DESCRIPTION  PIC X(30).
           05  WS-SAVE-LINE            PIC X(132).

       01  WS-COUNTERS.
           05  WS-INVOICE-READ-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-NO-LINES-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-ITEM-LINES           PIC 9(8) VALUE ZEROS.
           05  WS-MEMO-READ-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-ITEM-QUANTITY        PIC S9(9) VALUE ZEROS.
           05  WS-ITEM-SALES           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ITEM-OVERRIDES       PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-LINES          PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-QUANTITY       PIC S9(9) VALUE ZEROS.
           05  WS-TOTAL-SALES          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-OVERRIDES      PIC 9(8) VALUE ZEROS.
           05  WS-ITEMS-REPORTED       PIC 9(6) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30)
               VALUE 'SALES BY ITEM REPORT - FOR'.
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
           05  FILLER                  PIC X(12) VALUE 'ITEM CODE'.
           05  FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(12) VALUE 'STATUS'.
           05  FILLER                  PIC X(10) VALUE '     LINES'.
           05  FILLER                  PIC X(13) VALUE '     QUANTITY'.
           05  FILLER                  PIC X(20)
               VALUE '               SALES'.
           05  FILLER                  PIC X(11) VALUE '  OVERRIDES'.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  WS-ITL-CODE             PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ITL-DESCRIPTION      PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ITL-STATUS           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-ITL-LINES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ITL-QUANTITY         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-ITL-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-ITL-OVERRIDES        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'TOTAL'.
           05  WS-GRD-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(6) VALUE ' ITEMS'.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  WS-GRD-LINES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GRD-QUANTITY         PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-GRD-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-GRD-OVERRIDES        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE 'INVOICES READ:'.
           05  WS-RUN-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE 'INVOICES WITH NO LINES:'.
           05  WS-RUN-NO-LINES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'CREDIT MEMOS:'.
           05  WS-RUN-MEMOS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-INVOICES-AVAILABLE AND WS-LINES-AVAILABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-ITEM-CODE
                                    SRT-ORDER-ID
                                    SRT-LINE-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-ORDER-LINES
                   OUTPUT PROCEDURE IS 3000-SUMMARIZE-BY-ITEM
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
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NO-FILE
               SET WS-NO-INVOICE-FILE TO TRUE
               DISPLAY 'NO INVOICE FILE - NOTHING TO REPORT'
           ELSE
               IF NOT WS-INVOICE-OK
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT ORDER-LINE-FILE
           IF WS-LINE-NO-FILE
               SET WS-NO-LINE-FILE TO TRUE
               DISPLAY 'NO ORDER LINE FILE - NOTHING TO REPORT'
           ELSE
               IF NOT WS-LINE-OK
                   MOVE WS-LINE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING ORDER LINE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
      *    Without an item master every line is reported under the
      *    description it was keyed with
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-NO-FILE
               SET WS-NO-ITEM-FILE TO TRUE
               DISPLAY 'NO ITEM MASTER - LINE DESCRIPTIONS USED'
           ELSE
               IF NOT WS-ITEM-OK
                   MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING ITEM MASTER'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    Returns are netted only when both return files are there
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-NO-FILE
               SET WS-NO-RETURN-FILES TO TRUE
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
               ELSE
                   IF NOT WS-RTNLINE-OK
                       MOVE WS-RTNLINE-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR OPENING RETURN LINE FILE'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
               END-IF
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

       2000-RELEASE-ORDER-LINES.
           PERFORM 2100-READ-INVOICE
           PERFORM 2200-RELEASE-ONE-INVOICE
               UNTIL WS-END-OF-FILE
           IF WS-RETURNS-AVAILABLE
               PERFORM 2300-READ-RETURN
               PERFORM 2400-RELEASE-ONE-MEMO
                   UNTIL WS-RETURN-EOF
           END-IF.

       2100-READ-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-RELEASE-ONE-INVOICE.
           IF INV-ISSUE-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-INVOICE-READ-COUNT
               SET WS-INVOICE-NO-LINES TO TRUE
               SET WS-LINE-NOT-EOF TO TRUE
               MOVE INV-ORDER-ID TO OLN-ORDER-ID
               MOVE ZEROS TO OLN-LINE-NUMBER
               START ORDER-LINE-FILE KEY NOT LESS THAN OLN-KEY
                   INVALID KEY SET WS-LINE-EOF TO TRUE
               END-START
               IF WS-LINE-NOT-EOF
                   PERFORM 2210-READ-NEXT-LINE
                   PERFORM 2220-RELEASE-ONE-LINE
                       UNTIL WS-LINE-EOF
               END-IF
               IF WS-INVOICE-NO-LINES
                   ADD 1 TO WS-NO-LINES-COUNT
                   DISPLAY 'NO ORDER LINES FOR INVOICE: ' INV-NUMBER
               END-IF
           END-IF
           PERFORM 2100-READ-INVOICE.

       2210-READ-NEXT-LINE.
           READ ORDER-LINE-FILE NEXT RECORD
               AT END SET WS-LINE-EOF TO TRUE
           END-READ.

       2220-RELEASE-ONE-LINE.
           IF OLN-ORDER-ID NOT = INV-ORDER-ID
               SET WS-LINE-EOF TO TRUE
           ELSE
               SET WS-INVOICE-HAS-LINES TO TRUE
               MOVE OLN-ITEM-CODE TO SRT-ITEM-CODE
               MOVE OLN-ORDER-ID TO SRT-ORDER-ID
               MOVE OLN-LINE-NUMBER TO SRT-LINE-NUMBER
               MOVE OLN-DESCRIPTION TO SRT-DESCRIPTION
               MOVE OLN-QUANTITY TO SRT-QUANTITY
               MOVE OLN-EXTENDED-AMT TO SRT-EXTENDED-AMT
      *        A line keyed before overrides were flagged has no
      *        valid flag and is not counted as one
               IF OLN-OVERRIDE-FLAG = 'Y'
                   MOVE 'Y' TO SRT-OVERRIDE-FLAG
               ELSE
                   MOVE 'N' TO SRT-OVERRIDE-FLAG
               END-IF
               RELEASE SORT-RECORD
               PERFORM 2210-READ-NEXT-LINE
           END-IF.

       2300-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURN-EOF TO TRUE
           END-READ.

       2400-RELEASE-ONE-MEMO.
      *    A return counts in the month its credit memo was cut,
      *    the same month ORDTAX takes it off the state's sales
           IF RTN-MEMO-NUMBER NOT = ZEROS
           AND RTN-MEMO-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-MEMO-READ-COUNT
               SET WS-RTNLINE-NOT-EOF TO TRUE
               MOVE RTN-ID TO RTL-RETURN-ID
               MOVE ZEROS TO RTL-LINE-NUMBER
               START RETURN-LINE-FILE KEY NOT LESS THAN RTL-KEY
                   INVALID KEY SET WS-RTNLINE-EOF TO TRUE
               END-START
               IF WS-RTNLINE-NOT-EOF
                   PERFORM 2410-READ-NEXT-RETURN-LINE
                   PERFORM 2420-RELEASE-RETURN-LINE
                       UNTIL WS-RTNLINE-EOF
               END-IF
           END-IF
           PERFORM 2300-READ-RETURN.

       2410-READ-NEXT-RETURN-LINE.
           READ RETURN-LINE-FILE NEXT RECORD
               AT END SET WS-RTNLINE-EOF TO TRUE
           END-READ.

       2420-RELEASE-RETURN-LINE.
           IF RTL-RETURN-ID NOT = RTN-ID
               SET WS-RTNLINE-EOF TO TRUE
           ELSE
               MOVE RTL-ITEM-CODE TO SRT-ITEM-CODE
               MOVE RTN-ORDER-ID TO SRT-ORDER-ID
               MOVE RTL-LINE-NUMBER TO SRT-LINE-NUMBER
               MOVE RTL-DESCRIPTION TO SRT-DESCRIPTION
               COMPUTE SRT-QUANTITY = 0 - RTL-QUANTITY
               COMPUTE SRT-EXTENDED-AMT = 0 - RTL-CREDIT-AMT
               SET SRT-RETURNED-LINE TO TRUE
               RELEASE SORT-RECORD
               PERFORM 2410-READ-NEXT-RETURN-LINE
           END-IF.

       3000-SUMMARIZE-BY-ITEM.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM 3100-RETURN-AND-ADD
               UNTIL WS-SORT-EOF
           IF WS-NOT-FIRST-ITEM
               PERFORM 3300-WRITE-ITEM-LINE
           END-IF.

       3100-RETURN-AND-ADD.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-ADD-ONE-LINE
           END-RETURN.

       3200-ADD-ONE-LINE.
           IF WS-FIRST-ITEM
               MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM
               MOVE SRT-DESCRIPTION TO WS-CURRENT-DESCRIPTION
               SET WS-NOT-FIRST-ITEM TO TRUE
           END-IF
           IF SRT-ITEM-CODE NOT = WS-CURRENT-ITEM
               PERFORM 3300-WRITE-ITEM-LINE
               MOVE SRT-ITEM-CODE TO WS-CURRENT-ITEM
               MOVE SRT-DESCRIPTION TO WS-CURRENT-DESCRIPTION
           END-IF
           IF NOT SRT-RETURNED-LINE
               ADD 1 TO WS-ITEM-LINES
           END-IF
           ADD SRT-QUANTITY TO WS-ITEM-QUANTITY
           ADD SRT-EXTENDED-AMT TO WS-ITEM-SALES
           IF SRT-OVERRIDE-FLAG = 'Y'
               ADD 1 TO WS-ITEM-OVERRIDES
           END-IF.

       3300-WRITE-ITEM-LINE.
           MOVE WS-CURRENT-ITEM TO WS-ITL-CODE
           PERFORM 3310-NAME-ITEM
           MOVE WS-ITEM-LINES TO WS-ITL-LINES
           MOVE WS-ITEM-QUANTITY TO WS-ITL-QUANTITY
           MOVE WS-ITEM-SALES TO WS-ITL-SALES
           MOVE WS-ITEM-OVERRIDES TO WS-ITL-OVERRIDES
           MOVE WS-ITEM-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-ITEMS-REPORTED
           ADD WS-ITEM-LINES TO WS-TOTAL-LINES
           ADD WS-ITEM-QUANTITY TO WS-TOTAL-QUANTITY
           ADD WS-ITEM-SALES TO WS-TOTAL-SALES
           ADD WS-ITEM-OVERRIDES TO WS-TOTAL-OVERRIDES
           MOVE ZEROS TO WS-ITEM-LINES
           MOVE ZEROS TO WS-ITEM-QUANTITY
           MOVE ZEROS TO WS-ITEM-SALES
           MOVE ZEROS TO WS-ITEM-OVERRIDES.

       3310-NAME-ITEM.
      *    The item master names the item; failing that, the first
      *    line sold under the code does
           MOVE WS-CURRENT-DESCRIPTION TO WS-ITL-DESCRIPTION
           MOVE 'NOT ON FILE' TO WS-ITL-STATUS
           IF WS-ITEMS-AVAILABLE
               MOVE WS-CURRENT-ITEM TO ITM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ITM-DESCRIPTION TO WS-ITL-DESCRIPTION
                       IF ITM-RETIRED
                           MOVE 'RETIRED' TO WS-ITL-STATUS
                       ELSE
                           MOVE 'ACTIVE' TO WS-ITL-STATUS
                       END-IF
               END-READ
           END-IF.

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
           MOVE WS-ITEMS-REPORTED TO WS-GRD-ITEMS
           MOVE WS-TOTAL-LINES TO WS-GRD-LINES
           MOVE WS-TOTAL-QUANTITY TO WS-GRD-QUANTITY
           MOVE WS-TOTAL-SALES TO WS-GRD-SALES
           MOVE WS-TOTAL-OVERRIDES TO WS-GRD-OVERRIDES
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INVOICE-READ-COUNT TO WS-RUN-READ
           MOVE WS-NO-LINES-COUNT TO WS-RUN-NO-LINES
           MOVE WS-MEMO-READ-COUNT TO WS-RUN-MEMOS
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
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           IF WS-LINES-AVAILABLE
               CLOSE ORDER-LINE-FILE
           END-IF
           IF WS-ITEMS-AVAILABLE
               CLOSE ITEM-FILE
           END-IF
           IF WS-RETURNS-AVAILABLE
               CLOSE RETURN-FILE
               CLOSE RETURN-LINE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'SALES BY ITEM REPORT COMPLETE'.
