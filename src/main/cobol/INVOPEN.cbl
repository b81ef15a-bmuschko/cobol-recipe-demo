       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOPEN.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * INVOPEN - Open Invoice Listing Program                         *
      * Lists every invoice still carrying an open amount, grouped by *
      * customer, so a collector can tell a customer exactly which    *
      * invoices are unpaid instead of quoting a bare balance. The    *
      * invoice file is read in customer order down its INV-CUST-ID   *
      * alternate key; each open or partially paid invoice shows its *
      * issue and due dates, the original amount, what cash has been *
      * applied, what is still open and how many days past due it    *
      * is. Each customer closes with an open total and the listing  *
      * closes with grand totals. CUST=nnnnnnnn control cards limit  *
      * the listing to the named customers; with no control file     *
      * every customer with an open invoice is listed.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
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
       FD  INVOICE-FILE.
       COPY INVOICE.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - CUST=nnnnnnnn lists one customer; the
      * card may repeat. A missing file lists every customer.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

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
           05  WS-SELECT-FLAG          PIC X(1) VALUE 'A'.
               88  WS-ALL-CUSTOMERS    VALUE 'A'.
               88  WS-SELECTED-CUSTOMERS VALUE 'S'.
           05  WS-CUST-WANTED-FLAG     PIC X(1).
               88  WS-CUST-WANTED      VALUE 'Y'.
               88  WS-CUST-NOT-WANTED  VALUE 'N'.
           05  WS-CUST-STARTED-FLAG    PIC X(1) VALUE 'N'.
               88  WS-CUST-STARTED     VALUE 'Y'.
               88  WS-CUST-NOT-STARTED VALUE 'N'.

      * Customers named on CUST= cards
       01  WS-SELECT-TABLE.
           05  WS-SELECT-COUNT         PIC 9(4) COMP VALUE ZEROS.
           05  WS-SELECT-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY SEL-IDX.
               10  WS-SEL-CUST-ID      PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-CUST-ID      PIC 9(8).
           05  WS-CUST-NAME-WORK       PIC X(36).
           05  WS-DAYS-PAST-DUE        PIC S9(5) COMP.
           05  WS-APPLIED-WORK         PIC S9(7)V99 COMP-3.
           05  WS-OPEN-WORK            PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-INVOICE-READ-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-OPEN-INV-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-CUSTOMER-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-CUST-OPEN-COUNT      PIC 9(4) VALUE ZEROS.
           05  WS-CUST-OPEN-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CUST-PAST-DUE-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GRAND-OPEN-AMOUNT    PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GRAND-PAST-DUE       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'OPEN INVOICE LISTING BY CUSTOMER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE '   INVOICE'.
           05  FILLER                  PIC X(12) VALUE 'ISSUED'.
           05  FILLER                  PIC X(12) VALUE 'DUE'.
           05  FILLER                  PIC X(15) VALUE '     AMOUNT'.
           05  FILLER                  PIC X(15) VALUE '    APPLIED'.
           05  FILLER                  PIC X(15) VALUE '       OPEN'.
           05  FILLER                  PIC X(10) VALUE 'STATUS'.
           05  FILLER                  PIC X(41) VALUE 'DAYS PAST DUE'.

       01  WS-CUSTOMER-LINE.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER: '.
           05  WS-CST-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CST-NAME             PIC X(36).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-INV-NUMBER       PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-ISSUE-DATE       PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DUE-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-APPLIED          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-OPEN             PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(10).
           05  WS-RPT-DAYS-PAST-DUE    PIC ZZZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-CUSTOMER-TOTAL.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'OPEN INVOICES:'.
           05  WS-CTL-OPEN-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'TOTAL OPEN:'.
           05  WS-CTL-OPEN-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PAST DUE:'.
           05  WS-CTL-PAST-DUE-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-GRAND-TOTAL.
           05  FILLER                  PIC X(11) VALUE 'CUSTOMERS:'.
           05  WS-GRD-CUSTOMERS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'OPEN INVOICES:'.
           05  WS-GRD-OPEN-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'TOTAL OPEN:'.
           05  WS-GRD-OPEN-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PAST DUE:'.
           05  WS-GRD-PAST-DUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-INVOICES
               UNTIL WS-END-OF-FILE
           IF WS-CUST-STARTED
               PERFORM 2500-WRITE-CUSTOMER-TOTAL
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NO-FILE
      *        ORDINV has not cut any invoices yet - an empty
      *        listing is the right answer
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO INVOICE FILE - NOTHING TO LIST'
           ELSE
               IF NOT WS-INVOICE-OK
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
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
           MOVE ZEROS TO WS-CURRENT-CUST-ID
           IF WS-NOT-EOF
      *        Read down the customer alternate key so each
      *        customer's invoices arrive together
               MOVE ZEROS TO INV-CUST-ID
               START INVOICE-FILE KEY NOT LESS THAN INV-CUST-ID
                   INVALID KEY SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF
           IF WS-NOT-EOF
               PERFORM 1100-READ-INVOICE
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
      *    A missing control file lists every customer - never
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
               WHEN CONTROL-RECORD(1:5) = 'CUST='
                   IF CONTROL-RECORD(6:8) IS NUMERIC
                   AND WS-SELECT-COUNT < 200
                       ADD 1 TO WS-SELECT-COUNT
                       MOVE CONTROL-RECORD(6:8)
                           TO WS-SEL-CUST-ID(WS-SELECT-COUNT)
                       SET WS-SELECTED-CUSTOMERS TO TRUE
                   ELSE
                       DISPLAY 'BAD CUST CARD IGNORED: '
                           CONTROL-RECORD(1:30)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-INVOICE-READ-COUNT
           END-IF.

       2000-LIST-INVOICES.
           IF INV-CUST-ID NOT = WS-CURRENT-CUST-ID
               PERFORM 2100-START-CUSTOMER
           END-IF
           IF WS-CUST-WANTED
               PERFORM 2200-LIST-ONE-INVOICE
           END-IF
           PERFORM 1100-READ-INVOICE.

       2100-START-CUSTOMER.
           IF WS-CUST-STARTED
               PERFORM 2500-WRITE-CUSTOMER-TOTAL
           END-IF
           MOVE INV-CUST-ID TO WS-CURRENT-CUST-ID
           MOVE ZEROS TO WS-CUST-OPEN-COUNT
           MOVE ZEROS TO WS-CUST-OPEN-AMOUNT
           MOVE ZEROS TO WS-CUST-PAST-DUE-AMOUNT
           SET WS-CUST-NOT-STARTED TO TRUE
           IF WS-ALL-CUSTOMERS
               SET WS-CUST-WANTED TO TRUE
           ELSE
               SET WS-CUST-NOT-WANTED TO TRUE
               SET SEL-IDX TO 1
               SEARCH WS-SELECT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEL-CUST-ID(SEL-IDX) = INV-CUST-ID
                   AND SEL-IDX NOT > WS-SELECT-COUNT
                       SET WS-CUST-WANTED TO TRUE
               END-SEARCH
           END-IF.

       2200-LIST-ONE-INVOICE.
      *    An invoice cut before cash application carries blanks in
      *    the applied and open amounts - it is wholly open
           IF INV-NOT-YET-APPLIED
               MOVE ZEROS TO WS-APPLIED-WORK
               MOVE INV-AMOUNT TO WS-OPEN-WORK
           ELSE
               MOVE INV-APPLIED-AMT TO WS-APPLIED-WORK
               MOVE INV-OPEN-AMT TO WS-OPEN-WORK
           END-IF
           IF WS-OPEN-WORK > ZERO
               IF WS-CUST-NOT-STARTED
                   PERFORM 2300-WRITE-CUSTOMER-HEADING
               END-IF
               PERFORM 2400-WRITE-INVOICE-LINE
           END-IF.

       2300-WRITE-CUSTOMER-HEADING.
      *    The customer heading prints only once the customer is
      *    known to have something open
           SET WS-CUST-STARTED TO TRUE
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE INV-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON CUSTOMER MASTER **'
                       TO WS-CUST-NAME-WORK
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUST-NAME-WORK
                   STRING CUST-FIRST-NAME DELIMITED SPACE
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED SPACE
                          INTO WS-CUST-NAME-WORK
           END-READ
           IF WS-LINES-ON-PAGE + 3 > WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INV-CUST-ID TO WS-CST-CUST-ID
           MOVE WS-CUST-NAME-WORK TO WS-CST-NAME
           MOVE WS-CUSTOMER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINES-ON-PAGE.

       2400-WRITE-INVOICE-LINE.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE INV-NUMBER TO WS-RPT-INV-NUMBER
           MOVE INV-ISSUE-DATE TO WS-RPT-ISSUE-DATE
           MOVE INV-DUE-DATE TO WS-RPT-DUE-DATE
           MOVE INV-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-APPLIED-WORK TO WS-RPT-APPLIED
           MOVE WS-OPEN-WORK TO WS-RPT-OPEN
           IF WS-APPLIED-WORK > ZERO
               MOVE 'PARTIAL' TO WS-RPT-STATUS
           ELSE
               MOVE 'OPEN' TO WS-RPT-STATUS
           END-IF
           IF WS-RUN-DATE > INV-DUE-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(INV-DUE-DATE)
               ADD WS-OPEN-WORK TO WS-CUST-PAST-DUE-AMOUNT
           ELSE
               MOVE ZEROS TO WS-DAYS-PAST-DUE
           END-IF
           MOVE WS-DAYS-PAST-DUE TO WS-RPT-DAYS-PAST-DUE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           ADD 1 TO WS-CUST-OPEN-COUNT
           ADD 1 TO WS-OPEN-INV-COUNT
           ADD WS-OPEN-WORK TO WS-CUST-OPEN-AMOUNT.

       2410-CHECK-PAGE-BREAK.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2500-WRITE-CUSTOMER-TOTAL.
           MOVE WS-CUST-OPEN-COUNT TO WS-CTL-OPEN-COUNT
           MOVE WS-CUST-OPEN-AMOUNT TO WS-CTL-OPEN-AMOUNT
           MOVE WS-CUST-PAST-DUE-AMOUNT TO WS-CTL-PAST-DUE-AMOUNT
           MOVE WS-CUSTOMER-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           ADD WS-CUST-OPEN-AMOUNT TO WS-GRAND-OPEN-AMOUNT
           ADD WS-CUST-PAST-DUE-AMOUNT TO WS-GRAND-PAST-DUE
           SET WS-CUST-NOT-STARTED TO TRUE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-GRD-CUSTOMERS
           MOVE WS-OPEN-INV-COUNT TO WS-GRD-OPEN-COUNT
           MOVE WS-GRAND-OPEN-AMOUNT TO WS-GRD-OPEN-AMOUNT
           MOVE WS-GRAND-PAST-DUE TO WS-GRD-PAST-DUE
           MOVE WS-GRAND-TOTAL TO REPORT-LINE
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
           IF WS-INVOICE-OK
               CLOSE INVOICE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'OPEN INVOICE LISTING COMPLETE'.
