      * Runs right after the posting step: every order at status 'P'  *
      * with no invoice on file yet gets the next invoice number,     *
      * the order date and amount, tonight's issue date, and a due    *
      * date the standard terms out from tonight. Each invoice starts *
      * life wholly open - nothing applied, the full amount open - so *
      * CUSTPOST can apply cash against it. The invoice number        *
      * is carried on the statement by CUSTSTMT and is what           *
      * customers write on their payment stubs, so CUSTLBX matches    *
      * lockbox items on it as well. The number-control file carries  *
      * the last invoice number assigned so a rerun never cuts the    *
      * same invoice twice, and the register lists every invoice cut  *
      * with run totals. The invoice amount is what the customer     *
      * owes - the order total plus the sales tax ORDENTRY carried   *
      * on the order - and the tax is shown on the invoice and the   *
      * register in its own column.                                  *
      * Each return ORDPOST has credited is then given a credit memo *
      * number from the same number range, so a memo can never      *
      * share a number with an invoice. The memo is applied to the  *
      * invoice the goods were billed on: it takes that invoice's   *
      * open amount down as far as it will go, and whatever the     *
      * invoice had already been paid stays a credit on the         *
      * account. The register lists every memo with the invoice it  *
      * went against.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-ID
               ALTERNATE RECORD KEY IS RTN-ORDER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RTN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT NUMBER-CONTROL-FILE ASSIGN TO INVCTL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
       FD  INVOICE-FILE.
       COPY INVOICE.

      * Returns ORDPOST has credited wait here for their memo number
       FD  RETURN-FILE.
       COPY RTNHDR.

      * Invoice number control - one record carrying the last invoice
      * number assigned, so a rerun picks up where the last run left
      * off instead of cutting duplicate numbers
           88  WS-INVOICE-NOT-FOUND    VALUE '23'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.
           88  WS-CONTROL-NO-FILE      VALUE '35'.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-RETURN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RETURN-EOF       VALUE 'Y'.
               88  WS-RETURN-NOT-EOF   VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-LAST-INV-NUMBER      PIC 9(8).
           05  WS-DUE-INTEGER          PIC 9(8) COMP.
           05  WS-ORDER-TAX            PIC S9(7)V99 COMP-3.
           05  WS-MEMO-AMOUNT          PIC S9(7)V99 COMP-3.
           05  WS-MEMO-APPLY-AMT       PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ORDER-READ-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-ALREADY-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-BYPASSED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-INVOICED-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-INVOICED-TAX         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-MEMO-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-MEMO-TOTAL-AMOUNT    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-MEMO-APPLIED-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-MEMO-ON-ACCOUNT      PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-TAX              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DUE-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(24).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-MEMO-DETAIL.
           05  WS-MEM-RPT-NUMBER       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-ORDER-ID     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-CUST-ID      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-RETURN-DATE  PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-AMOUNT       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-TAX          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'CREDIT MEMO'.
           05  FILLER                  PIC X(8) VALUE 'INVOICE'.
           05  WS-MEM-RPT-INVOICE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'APPLIED'.
           05  WS-MEM-RPT-APPLIED      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-NOTE         PIC X(10).

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(14) VALUE 'ORDERS READ:'.
           05  WS-RPT-AMOUNT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-TAX-TOTAL.
           05  FILLER                  PIC X(33)
               VALUE 'SALES TAX INCLUDED IN AMOUNT:'.
           05  WS-RPT-TAX-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-MEMO-TOTAL.
           05  FILLER                  PIC X(21)
               VALUE 'CREDIT MEMOS ISSUED:'.
           05  WS-RPT-MEMO-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-RPT-MEMO-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE 'APPLIED TO INVOICES:'.
           05  WS-RPT-MEMO-APPLIED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'LEFT ON ACCOUNT:'.
           05  WS-RPT-MEMO-ON-ACCOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ORDERS
               UNTIL WS-END-OF-FILE
           PERFORM 2600-CUT-CREDIT-MEMOS
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3500-STAMP-NUMBER-CONTROL
           PERFORM 9000-TERMINATE
           MOVE ORDER-ID TO INV-ORDER-ID
           MOVE ORDER-CUST-ID TO INV-CUST-ID
           MOVE ORDER-DATE TO INV-ORDER-DATE
      *    An order taken before tax was carried is invoiced untaxed
           IF ORDER-TAX-AMT IS NUMERIC
               MOVE ORDER-TAX-AMT TO WS-ORDER-TAX
           ELSE
               MOVE ZEROS TO WS-ORDER-TAX
           END-IF
           COMPUTE INV-AMOUNT = ORDER-TOTAL + WS-ORDER-TAX
      *    The invoice carries tax only to 99,999.99 - the amount
      *    owed always includes all of it, and the register total
      *    is taken from the order, but a larger tax is called out
           MOVE WS-ORDER-TAX TO INV-TAX-AMT
           IF WS-ORDER-TAX > 99999.99
               DISPLAY 'ORDER TAX TOO LARGE FOR INVOICE TAX FIELD: '
                   ORDER-ID ' ' WS-ORDER-TAX
           END-IF
           MOVE WS-RUN-DATE TO INV-ISSUE-DATE
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-TERMS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO INV-DUE-DATE
           MOVE ZEROS TO INV-APPLIED-AMT
           MOVE INV-AMOUNT TO INV-OPEN-AMT
           SET INV-OPEN TO TRUE
           WRITE INVOICE-RECORD
               INVALID KEY
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-INVOICED-COUNT
                   ADD INV-AMOUNT TO WS-INVOICED-AMOUNT
                   ADD WS-ORDER-TAX TO WS-INVOICED-TAX
                   MOVE 'INVOICED' TO WS-RPT-RESULT
                   PERFORM 2500-WRITE-REPORT-DETAIL
           END-WRITE.
           MOVE INV-CUST-ID TO WS-RPT-CUST-ID
           MOVE INV-ORDER-DATE TO WS-RPT-ORDER-DATE
           MOVE INV-AMOUNT TO WS-RPT-AMOUNT
           MOVE INV-TAX-AMT TO WS-RPT-TAX
           MOVE INV-DUE-DATE TO WS-RPT-DUE-DATE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2600-CUT-CREDIT-MEMOS.
      *    No return file yet means no return has ever been keyed
           OPEN I-O RETURN-FILE
           IF NOT WS-RETURN-NO-FILE
               IF NOT WS-RETURN-OK
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               PERFORM 2610-READ-RETURN
               PERFORM 2620-PROCESS-RETURN
                   UNTIL WS-RETURN-EOF
               CLOSE RETURN-FILE
           END-IF.

       2610-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURN-EOF TO TRUE
           END-READ.

       2620-PROCESS-RETURN.
      *    A memo is cut only once the return has been credited to
      *    the balance, and only once - the memo number on the
      *    return is what makes a rerun safe
           IF RTN-POSTED
           AND RTN-MEMO-NUMBER = ZEROS
               PERFORM 2630-CUT-CREDIT-MEMO
           END-IF
           PERFORM 2610-READ-RETURN.

       2630-CUT-CREDIT-MEMO.
           ADD 1 TO WS-LAST-INV-NUMBER
           MOVE WS-LAST-INV-NUMBER TO RTN-MEMO-NUMBER
           MOVE WS-RUN-DATE TO RTN-MEMO-DATE
           COMPUTE WS-MEMO-AMOUNT = RTN-CREDIT-AMT + RTN-TAX-AMT
           MOVE ZEROS TO WS-MEMO-APPLY-AMT
           MOVE SPACES TO WS-MEM-RPT-NOTE
           MOVE RTN-INV-NUMBER TO INV-NUMBER
           READ INVOICE-FILE
               INVALID KEY
                   MOVE 'NO INVOICE' TO WS-MEM-RPT-NOTE
               NOT INVALID KEY
                   PERFORM 2640-APPLY-MEMO-TO-INVOICE
           END-READ
           MOVE WS-MEMO-APPLY-AMT TO RTN-MEMO-APPLIED-AMT
           MOVE WS-RUN-DATE TO RTN-LAST-UPDATE
           REWRITE RETURN-RECORD
               INVALID KEY
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING RETURN RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   ADD 1 TO WS-MEMO-COUNT
                   ADD WS-MEMO-AMOUNT TO WS-MEMO-TOTAL-AMOUNT
                   ADD WS-MEMO-APPLY-AMT TO WS-MEMO-APPLIED-TOTAL
                   COMPUTE WS-MEMO-ON-ACCOUNT = WS-MEMO-ON-ACCOUNT
                       + WS-MEMO-AMOUNT - WS-MEMO-APPLY-AMT
                   PERFORM 2650-WRITE-MEMO-DETAIL
           END-REWRITE.

       2640-APPLY-MEMO-TO-INVOICE.
      *    The memo settles what is still open on the original
      *    invoice; an invoice predating cash application is wholly
      *    open
           IF INV-NOT-YET-APPLIED
               MOVE ZEROS TO INV-APPLIED-AMT
               MOVE INV-AMOUNT TO INV-OPEN-AMT
           END-IF
           IF INV-OPEN-AMT > ZERO
               IF INV-OPEN-AMT < WS-MEMO-AMOUNT
                   MOVE INV-OPEN-AMT TO WS-MEMO-APPLY-AMT
               ELSE
                   MOVE WS-MEMO-AMOUNT TO WS-MEMO-APPLY-AMT
               END-IF
           END-IF
           ADD WS-MEMO-APPLY-AMT TO INV-APPLIED-AMT
           SUBTRACT WS-MEMO-APPLY-AMT FROM INV-OPEN-AMT
           EVALUATE TRUE
               WHEN INV-OPEN-AMT NOT > ZERO
                   SET INV-PAID TO TRUE
               WHEN INV-APPLIED-AMT > ZERO
                   SET INV-PARTIAL TO TRUE
               WHEN OTHER
                   SET INV-OPEN TO TRUE
           END-EVALUATE
           REWRITE INVOICE-RECORD
               INVALID KEY
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING INVOICE RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           IF WS-MEMO-APPLY-AMT < WS-MEMO-AMOUNT
               MOVE 'ON ACCOUNT' TO WS-MEM-RPT-NOTE
           END-IF.

       2650-WRITE-MEMO-DETAIL.
      *    Credits print negative, as they reduce what is owed
           PERFORM 2510-CHECK-PAGE-BREAK
           MOVE RTN-MEMO-NUMBER TO WS-MEM-RPT-NUMBER
           MOVE RTN-ORDER-ID TO WS-MEM-RPT-ORDER-ID
           MOVE RTN-CUST-ID TO WS-MEM-RPT-CUST-ID
           MOVE RTN-DATE TO WS-MEM-RPT-RETURN-DATE
           COMPUTE WS-MEM-RPT-AMOUNT = ZERO - WS-MEMO-AMOUNT
           COMPUTE WS-MEM-RPT-TAX = ZERO - RTN-TAX-AMT
           MOVE RTN-INV-NUMBER TO WS-MEM-RPT-INVOICE
           MOVE WS-MEMO-APPLY-AMT TO WS-MEM-RPT-APPLIED
           MOVE WS-MEMO-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3000-WRITE-TOTALS.
           MOVE WS-ORDER-READ-COUNT TO WS-RPT-READ
           MOVE WS-INVOICED-COUNT TO WS-RPT-INVOICED
           MOVE WS-BYPASSED-COUNT TO WS-RPT-BYPASSED
           MOVE WS-INVOICED-AMOUNT TO WS-RPT-AMOUNT-TOTAL
           MOVE WS-REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-INVOICED-TAX TO WS-RPT-TAX-TOTAL
           MOVE WS-TAX-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MEMO-COUNT TO WS-RPT-MEMO-COUNT
           MOVE WS-MEMO-TOTAL-AMOUNT TO WS-RPT-MEMO-AMOUNT
           MOVE WS-MEMO-APPLIED-TOTAL TO WS-RPT-MEMO-APPLIED
           MOVE WS-MEMO-ON-ACCOUNT TO WS-RPT-MEMO-ON-ACCOUNT
           MOVE WS-MEMO-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-STAMP-NUMBER-CONTROL.
