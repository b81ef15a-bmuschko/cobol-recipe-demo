       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDTAX.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ORDTAX - Monthly Sales Tax Liability Report                    *
      * Gives the tax filer the numbers each state's return is made  *
      * from. Every invoice ORDINV issued in the report month is     *
      * traced back to its order, where ORDENTRY kept the state the  *
      * tax was figured for, the part of the sale that was taxable  *
      * and the tax charged. The invoices are sorted by that state  *
      * and summarized one line per state: invoices issued, gross   *
      * sales, taxable sales, exempt sales (exempt customers, lines *
      * not subject to tax, and states with no rate on file) and    *
      * tax collected, with totals for the whole month. The month   *
      * is named on a MONTH=yyyymm card; without one the report     *
      * covers the month before the run date, which is how it runs  *
      * in the first days of each month.                             *
      * Credit memos ORDINV issued in the month for returned goods   *
      * come off the state the goods were taxed for - the sales and *
      * the tax given back are netted into that state's line, so    *
      * the return is filed on what was finally kept. Memos are not *
      * counted as invoices; the run line counts them on their own. *
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
           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ORDER-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-ID
               ALTERNATE RECORD KEY IS RTN-ORDER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RTN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       COPY INVOICE.

       FD  ORDER-FILE.
       COPY ORDER.

      * Returns - the credit memos issued in the month net the sales
      * and tax back out
       FD  RETURN-FILE.
       COPY RTNHDR.

      * Sales tax liability by state
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
           05  SRT-STATE               PIC X(02).
           05  SRT-INV-NUMBER          PIC 9(8).
           05  SRT-TAX-RATE            PIC 9(2)V9(4).
           05  SRT-GROSS-AMT           PIC S9(7)V99 COMP-3.
           05  SRT-TAXABLE-AMT         PIC S9(7)V99 COMP-3.
           05  SRT-EXEMPT-AMT          PIC S9(7)V99 COMP-3.
           05  SRT-TAX-AMT             PIC S9(7)V99 COMP-3.
           05  SRT-DOC-TYPE            PIC X(1).
               88  SRT-INVOICE         VALUE 'I'.
               88  SRT-CREDIT-MEMO     VALUE 'M'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-ORDER-STATUS             PIC XX.
           88  WS-ORDER-OK             VALUE '00'.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

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
      *    No invoice file means no invoice has ever been cut
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
               88  WS-NO-INVOICE-FILE  VALUE 'N'.
      *    No return file means no goods have ever come back
           05  WS-RETURN-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-RETURNS-AVAILABLE VALUE 'Y'.
               88  WS-NO-RETURN-FILE   VALUE 'N'.
           05  WS-RETURN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RETURN-EOF       VALUE 'Y'.
               88  WS-RETURN-NOT-EOF   VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-REPORT-MONTH         PIC 9(6).
           05  WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-STATE        PIC X(02).
           05  WS-CURRENT-RATE         PIC 9(2)V9(4).
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-ORDER-TAX            PIC S9(7)V99 COMP-3.
           05  WS-ORDER-TAXABLE        PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-INVOICE-READ-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-NO-ORDER-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-MEMO-READ-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATE-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-STATE-GROSS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-STATE-TAXABLE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-STATE-EXEMPT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-STATE-TAX            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-GROSS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-TAXABLE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-EXEMPT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-TAX            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-STATES-REPORTED      PIC 9(4) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(33)
               VALUE 'SALES TAX LIABILITY REPORT - FOR'.
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
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(7) VALUE 'STATE'.
           05  FILLER                  PIC X(10) VALUE '   RATE %'.
           05  FILLER                  PIC X(11) VALUE '  INVOICES'.
           05  FILLER                  PIC X(20)
               VALUE '         GROSS SALES'.
           05  FILLER                  PIC X(20)
               VALUE '       TAXABLE SALES'.
           05  FILLER                  PIC X(20)
               VALUE '        EXEMPT SALES'.
           05  FILLER                  PIC X(20)
               VALUE '       TAX COLLECTED'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-STATE-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-STL-STATE            PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-STL-RATE             PIC Z9.9999.
           05  WS-STL-RATE-X REDEFINES WS-STL-RATE
                                       PIC X(7).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-STL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-STL-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-STL-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-STL-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-STL-TAX              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'TOTAL'.
           05  WS-GRD-STATES           PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE ' STATES'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-GRD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-GRD-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-GRD-TAXABLE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-GRD-EXEMPT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-GRD-TAX              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(15) VALUE 'INVOICES READ:'.
           05  WS-RUN-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'ORDER NOT ON FILE:'.
           05  WS-RUN-NO-ORDER         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'CREDIT MEMOS:'.
           05  WS-RUN-MEMOS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-INVOICES-AVAILABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-STATE
                                    SRT-INV-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-INVOICES
                   OUTPUT PROCEDURE IS 3000-SUMMARIZE-BY-STATE
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
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-NO-FILE
               SET WS-NO-RETURN-FILE TO TRUE
           ELSE
               IF NOT WS-RETURN-OK
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT ORDER-FILE
           IF NOT WS-ORDER-OK
               MOVE WS-ORDER-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ORDER FILE' TO WS-ERROR-MESSAGE
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

       2000-RELEASE-INVOICES.
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
               MOVE INV-ORDER-ID TO ORDER-ID
               READ ORDER-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-ORDER-COUNT
                       DISPLAY 'ORDER NOT ON FILE FOR INVOICE: '
                           INV-NUMBER
                   NOT INVALID KEY
                       PERFORM 2210-RELEASE-SALE
               END-READ
           END-IF
           PERFORM 2100-READ-INVOICE.

       2210-RELEASE-SALE.
      *    An order taken before tax was carried counts as an
      *    untaxed sale with no state on it
           IF ORDER-TAX-AMT IS NUMERIC
           AND ORDER-TAXABLE-AMT IS NUMERIC
           AND ORDER-TAX-RATE IS NUMERIC
               MOVE ORDER-TAX-STATE TO SRT-STATE
               MOVE ORDER-TAX-RATE TO SRT-TAX-RATE
               MOVE ORDER-TAX-AMT TO WS-ORDER-TAX
               MOVE ORDER-TAXABLE-AMT TO WS-ORDER-TAXABLE
           ELSE
               MOVE SPACES TO SRT-STATE
               MOVE ZEROS TO SRT-TAX-RATE
               MOVE ZEROS TO WS-ORDER-TAX
               MOVE ZEROS TO WS-ORDER-TAXABLE
           END-IF
           MOVE INV-NUMBER TO SRT-INV-NUMBER
           MOVE ORDER-TOTAL TO SRT-GROSS-AMT
           MOVE WS-ORDER-TAXABLE TO SRT-TAXABLE-AMT
           COMPUTE SRT-EXEMPT-AMT = ORDER-TOTAL - WS-ORDER-TAXABLE
           MOVE WS-ORDER-TAX TO SRT-TAX-AMT
           SET SRT-INVOICE TO TRUE
           RELEASE SORT-RECORD.

       2300-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURN-EOF TO TRUE
           END-READ.

       2400-RELEASE-ONE-MEMO.
      *    A memo carries the state its goods were taxed for and the
      *    taxable part of the credit, so it nets straight out of
      *    that state's sales and tax; the rate is left at zero so
      *    it never changes the rate shown
           IF RTN-MEMO-NUMBER > ZEROS
           AND RTN-MEMO-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-MEMO-READ-COUNT
               MOVE RTN-TAX-STATE TO SRT-STATE
               MOVE RTN-MEMO-NUMBER TO SRT-INV-NUMBER
               MOVE ZEROS TO SRT-TAX-RATE
               COMPUTE SRT-GROSS-AMT = ZERO - RTN-CREDIT-AMT
               COMPUTE SRT-TAXABLE-AMT = ZERO - RTN-TAXABLE-AMT
               COMPUTE SRT-EXEMPT-AMT =
                   RTN-TAXABLE-AMT - RTN-CREDIT-AMT
               COMPUTE SRT-TAX-AMT = ZERO - RTN-TAX-AMT
               SET SRT-CREDIT-MEMO TO TRUE
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2300-READ-RETURN.

       3000-SUMMARIZE-BY-STATE.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM 3100-RETURN-AND-ADD
               UNTIL WS-SORT-EOF
           IF WS-NOT-FIRST-STATE
               PERFORM 3300-WRITE-STATE-LINE
           END-IF.

       3100-RETURN-AND-ADD.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-ADD-ONE-SALE
           END-RETURN.

       3200-ADD-ONE-SALE.
           IF WS-FIRST-STATE
               MOVE SRT-STATE TO WS-CURRENT-STATE
               MOVE ZEROS TO WS-CURRENT-RATE
               SET WS-NOT-FIRST-STATE TO TRUE
           END-IF
           IF SRT-STATE NOT = WS-CURRENT-STATE
               PERFORM 3300-WRITE-STATE-LINE
               MOVE SRT-STATE TO WS-CURRENT-STATE
               MOVE ZEROS TO WS-CURRENT-RATE
           END-IF
      *    The rate shown is the highest charged in the month - a
      *    mid-month rate change shows the new rate
           IF SRT-TAX-RATE > WS-CURRENT-RATE
               MOVE SRT-TAX-RATE TO WS-CURRENT-RATE
           END-IF
           IF SRT-INVOICE
               ADD 1 TO WS-STATE-COUNT
           END-IF
           ADD SRT-GROSS-AMT TO WS-STATE-GROSS
           ADD SRT-TAXABLE-AMT TO WS-STATE-TAXABLE
           ADD SRT-EXEMPT-AMT TO WS-STATE-EXEMPT
           ADD SRT-TAX-AMT TO WS-STATE-TAX.

       3300-WRITE-STATE-LINE.
           IF WS-CURRENT-STATE = SPACES
               MOVE '--' TO WS-STL-STATE
           ELSE
               MOVE WS-CURRENT-STATE TO WS-STL-STATE
           END-IF
           IF WS-CURRENT-RATE = ZERO
               MOVE ' NO TAX' TO WS-STL-RATE-X
           ELSE
               MOVE WS-CURRENT-RATE TO WS-STL-RATE
           END-IF
           MOVE WS-STATE-COUNT TO WS-STL-COUNT
           MOVE WS-STATE-GROSS TO WS-STL-GROSS
           MOVE WS-STATE-TAXABLE TO WS-STL-TAXABLE
           MOVE WS-STATE-EXEMPT TO WS-STL-EXEMPT
           MOVE WS-STATE-TAX TO WS-STL-TAX
           MOVE WS-STATE-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-STATES-REPORTED
           ADD WS-STATE-COUNT TO WS-TOTAL-COUNT
           ADD WS-STATE-GROSS TO WS-TOTAL-GROSS
           ADD WS-STATE-TAXABLE TO WS-TOTAL-TAXABLE
           ADD WS-STATE-EXEMPT TO WS-TOTAL-EXEMPT
           ADD WS-STATE-TAX TO WS-TOTAL-TAX
           MOVE ZEROS TO WS-STATE-COUNT
           MOVE ZEROS TO WS-STATE-GROSS
           MOVE ZEROS TO WS-STATE-TAXABLE
           MOVE ZEROS TO WS-STATE-EXEMPT
           MOVE ZEROS TO WS-STATE-TAX.

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
           MOVE WS-STATES-REPORTED TO WS-GRD-STATES
           MOVE WS-TOTAL-COUNT TO WS-GRD-COUNT
           MOVE WS-TOTAL-GROSS TO WS-GRD-GROSS
           MOVE WS-TOTAL-TAXABLE TO WS-GRD-TAXABLE
           MOVE WS-TOTAL-EXEMPT TO WS-GRD-EXEMPT
           MOVE WS-TOTAL-TAX TO WS-GRD-TAX
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INVOICE-READ-COUNT TO WS-RUN-READ
           MOVE WS-NO-ORDER-COUNT TO WS-RUN-NO-ORDER
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
           IF WS-RETURNS-AVAILABLE
               CLOSE RETURN-FILE
           END-IF
           CLOSE ORDER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'SALES TAX LIABILITY REPORT COMPLETE'.
