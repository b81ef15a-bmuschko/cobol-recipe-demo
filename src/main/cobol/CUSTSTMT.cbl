      * the mailing address block, the statement date, one line per  *
      * order in the period from the order master (retrieved through *
      * its customer-ID alternate key) with the invoice number       *
      * ORDINV cut for it and the sales tax charged on it, the       *
      * period's sales tax, the closing balance, the                  *
      * available credit, and an over-limit warning where the        *
      * balance exceeds the credit limit. Each statement starts on   *
      * its own page and the run closes with a count of statements   *
      * produced. Credit memos ORDINV issued to the customer this    *
      * month for returned goods are listed after the orders, each  *
      * against the invoice the goods were billed on and with the   *
      * lines that came back, and the period's sales tax is shown   *
      * net of the tax they gave back. Every statement line is also *
      * written to the keyed statement archive so CUSTSTMR can       *
      * reprint any customer and date on demand. A statement with a   *
      * balance owing shows its payment due date and minimum due,     *
      * and for a customer enrolled in autopay says the amount will   *
      * be debited from the bank account on file; the due date,       *
      * balance and minimum are stamped on the enrollment so the      *
      * nightly CUSTACH debit run collects on the right day.          *
      * The parent of an account group (HIERFILE, kept in CUSTMGMT)   *
      * gets one consolidated statement: its own activity, then each  *
      * branch's activity and balance in turn, closed by the group's  *
      * combined balance against the group credit limit, the payment  *
      * due on it and the summed aging. Branches get no statement of  *
      * their own. A CONSOLIDATE=N control card prints every account  *
      * on its own statement as before. A parent or branch enrolled   *
      * in autopay is stamped and noticed in its own section of the   *
      * group statement, for its own balance and minimum on the same  *
      * terms, so CUSTACH debits each enrolled member separately.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT AUTOPAY-FILE ASSIGN TO APYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO STMFILE
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO STMARCH
       FD  INVOICE-FILE.
       COPY INVOICE.

      * Returns keyed against posted orders - read through the
      * customer-ID alternate key for the credit memos ORDINV has
      * numbered, with the lines that came back on each
       FD  RETURN-FILE.
       COPY RTNHDR.

       FD  RETURN-LINE-FILE.
       COPY RTNLINE.

      * Autopay enrollments maintained from CUSTMGMT - each active
      * one is stamped with this statement's due date and amounts
       FD  AUTOPAY-FILE.
       COPY AUTOPAY.

      * Account groups - a parent's statement carries its branches
       FD  HIERARCHY-FILE.
       COPY CUSTHIER.

       FD  STATEMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           88  WS-INVOICE-NOT-FOUND    VALUE '23'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

       01  WS-RTNLINE-STATUS           PIC XX.
           88  WS-RTNLINE-OK           VALUE '00'.
           88  WS-RTNLINE-NO-FILE      VALUE '35'.

       01  WS-AUTOPAY-STATUS           PIC XX.
           88  WS-AUTOPAY-OK           VALUE '00'.
           88  WS-AUTOPAY-NOT-FOUND    VALUE '23'.
           88  WS-AUTOPAY-NO-FILE      VALUE '35'.

       01  WS-HIERARCHY-STATUS         PIC XX.
           88  WS-HIERARCHY-OK         VALUE '00'.
           88  WS-HIERARCHY-NO-FILE    VALUE '35'.

       01  WS-STATEMENT-STATUS         PIC XX.
           88  WS-STATEMENT-OK         VALUE '00'.

       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.

      * Statement payment terms - the balance is due this many days
      * from the statement date, with a minimum of the larger of the
      * floor amount and the percentage of the balance
       01  WS-TERMS-CONTROLS.
           05  WS-TERMS-DAYS           PIC 9(3) VALUE 25.
           05  WS-MIN-DUE-FLOOR        PIC S9(5)V99 COMP-3 VALUE 25.00.
           05  WS-MIN-DUE-PERCENT      PIC 9(3) VALUE 10.

       01  WS-HANDOFF-CONTROLS.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
           05  WS-ARC-EOF-FLAG         PIC X(1).
               88  WS-ARC-EOF          VALUE 'Y'.
               88  WS-ARC-NOT-EOF      VALUE 'N'.
      *    A missing return file means no goods have ever come back -
      *    the statements go out with no credit memo block
           05  WS-RETURN-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-RETURNS-AVAILABLE VALUE 'Y'.
               88  WS-NO-RETURN-FILE   VALUE 'N'.
           05  WS-RTNLINE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-RTNLINES-AVAILABLE VALUE 'Y'.
               88  WS-NO-RTNLINE-FILE  VALUE 'N'.
           05  WS-RETURN-EOF-FLAG      PIC X(1).
               88  WS-RETURN-EOF       VALUE 'Y'.
               88  WS-RETURN-NOT-EOF   VALUE 'N'.
           05  WS-RTNLINE-EOF-FLAG     PIC X(1).
               88  WS-RTNLINE-EOF      VALUE 'Y'.
               88  WS-RTNLINE-NOT-EOF  VALUE 'N'.
      *    A missing autopay file means nobody has enrolled yet -
      *    the statements go out with no debit notice
           05  WS-AUTOPAY-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-AUTOPAY-AVAILABLE VALUE 'Y'.
               88  WS-NO-AUTOPAY-FILE  VALUE 'N'.
      *    A missing hierarchy file means no account groups have
      *    been set up - every account gets its own statement
           05  WS-HIERARCHY-AVAIL-FLAG PIC X(1) VALUE 'Y'.
               88  WS-HIERARCHY-AVAILABLE VALUE 'Y'.
               88  WS-NO-HIERARCHY-FILE VALUE 'N'.
           05  WS-CONSOLIDATE-FLAG     PIC X(1) VALUE 'Y'.
               88  WS-CONSOLIDATE-ON   VALUE 'Y'.
               88  WS-CONSOLIDATE-OFF  VALUE 'N'.
           05  WS-ACCOUNT-ROLE-FLAG    PIC X(1).
               88  WS-ACCOUNT-ALONE    VALUE 'S'.
               88  WS-ACCOUNT-PARENT   VALUE 'P'.
               88  WS-ACCOUNT-BRANCH   VALUE 'C'.
           05  WS-MEMBERS-EOF-FLAG     PIC X(1).
               88  WS-MEMBERS-EOF      VALUE 'Y'.
               88  WS-MEMBERS-MORE     VALUE 'N'.
           05  WS-GROUP-AGE-FLAG       PIC X(1).
               88  WS-GROUP-AGE-FOUND  VALUE 'Y'.
               88  WS-GROUP-AGE-NONE   VALUE 'N'.

      * The account group being consolidated - the parent's record is
      * held while each branch is read into the customer record area
       01  WS-GROUP-WORK.
           05  WS-GROUP-PARENT-ID      PIC 9(8).
           05  WS-GROUP-LIMIT          PIC S9(7)V99 COMP-3.
           05  WS-GROUP-BALANCE        PIC S9(9)V99 COMP-3.
           05  WS-GROUP-MEMBER-COUNT   PIC 9(4) COMP.
           05  WS-GROUP-AGE-CURRENT    PIC S9(9)V99 COMP-3.
           05  WS-GROUP-AGE-30         PIC S9(9)V99 COMP-3.
           05  WS-GROUP-AGE-60         PIC S9(9)V99 COMP-3.
           05  WS-GROUP-AGE-90         PIC S9(9)V99 COMP-3.
           05  WS-GROUP-AGE-120        PIC S9(9)V99 COMP-3.
           05  WS-SAVED-PARENT         PIC X(194).

      * Orders for the customer being processed, collected before
      * the statement prints so a zero-balance customer with no
               10  WS-ACT-ORDER-TOTAL  PIC S9(7)V99 COMP-3.
               10  WS-ACT-ORDER-STATUS PIC X(1).
               10  WS-ACT-INV-NUMBER   PIC X(8).
               10  WS-ACT-ORDER-TAX    PIC S9(7)V99 COMP-3.

      * Credit memos ORDINV issued to the customer this statement
      * month, each against the invoice its goods were billed on
       01  WS-MEMO-TABLE.
           05  WS-MEMO-MAX             PIC 9(4) COMP VALUE 20.
           05  WS-MEMO-COUNT           PIC 9(4) COMP VALUE ZEROS.
           05  WS-MEMO-DROPPED         PIC 9(4) COMP VALUE ZEROS.
           05  WS-MEMO-ENTRY           OCCURS 20 TIMES.
               10  WS-MEM-RETURN-ID    PIC 9(8).
               10  WS-MEM-NUMBER       PIC 9(8).
               10  WS-MEM-DATE         PIC 9(8).
               10  WS-MEM-AMOUNT       PIC S9(7)V99 COMP-3.
               10  WS-MEM-TAX          PIC S9(7)V99 COMP-3.
               10  WS-MEM-INVOICE      PIC 9(8).
               10  WS-MEM-ORDER-ID     PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-MONTH            PIC 9(6).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-SUB                  PIC 9(4) COMP.
           05  WS-MEMO-SUB             PIC 9(4) COMP.
           05  WS-AVAILABLE-CREDIT     PIC S9(7)V99 COMP-3.
      *    Sales tax on this period's orders, cancelled ones aside
           05  WS-PERIOD-TAX           PIC S9(7)V99 COMP-3.
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NOT-ON-FILE  VALUE 'N'.
           05  WS-DUE-INTEGER          PIC 9(8) COMP.
           05  WS-PAYMENT-DUE-DATE     PIC 9(8).
           05  WS-MINIMUM-DUE          PIC S9(9)V99 COMP-3.
           05  WS-ACCOUNT-LENGTH       PIC 9(4) COMP.
           05  WS-ACCOUNT-LAST-FOUR    PIC 9(4) COMP.
      *    The account the statement being printed is archived
      *    under - the parent's, on a consolidated statement
           05  WS-STMT-CUST-ID         PIC 9(8).
      *    The balance the payment due line is figured on - the
      *    account's own, or the group's combined balance
           05  WS-DUE-BALANCE          PIC S9(9)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-CUSTOMER-READ-COUNT  PIC 9(8) VALUE ZEROS.
           05  WS-STATEMENT-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-ARC-LINE-NUMBER      PIC 9(4) VALUE ZEROS.
           05  WS-AUTOPAY-STAMP-COUNT  PIC 9(8) VALUE ZEROS.
           05  WS-GROUP-STMT-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-BRANCH-COUNT         PIC 9(8) VALUE ZEROS.

      * Statement page layout
       01  WS-STMT-HEADER.
           05  WS-STM-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(115) VALUE SPACES.

       01  WS-GROUP-CAPTION-LINE.
           05  FILLER                  PIC X(41)
               VALUE 'CONSOLIDATED STATEMENT FOR ACCOUNT GROUP'.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-GROUP-MEMBER-LINE.
           05  WS-GRP-RPT-ROLE         PIC X(16).
           05  WS-GRP-RPT-CUST-ID      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-GRP-RPT-NAME         PIC X(36).
           05  FILLER                  PIC X(9) VALUE 'BALANCE:'.
           05  WS-GRP-RPT-BALANCE      PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'GROUP TOTAL FOR'.
           05  WS-GRP-RPT-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS'.
           05  FILLER                  PIC X(98) VALUE SPACES.

       01  WS-GROUP-BALANCE-LINE.
           05  FILLER               PIC X(15) VALUE 'GROUP BALANCE:'.
           05  WS-GRP-RPT-GROUP-BAL    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'GROUP CREDIT LIMIT:'.
           05  WS-GRP-RPT-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE 'AVAILABLE CREDIT:'.
           05  WS-GRP-RPT-AVAILABLE    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-GROUP-OVERLIMIT-WARNING.
           05  FILLER                  PIC X(30) VALUE
               '** YOUR GROUP BALANCE EXCEEDS'.
           05  FILLER                  PIC X(30) VALUE
               ' YOUR GROUP CREDIT LIMIT **'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-ACTIVITY-HEADING.
           05  FILLER                  PIC X(10) VALUE 'ORDER'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(12) VALUE 'AMOUNT'.
           05  FILLER                  PIC X(11) VALUE 'STATUS'.
           05  FILLER                  PIC X(11) VALUE 'INVOICE'.
           05  FILLER                  PIC X(13) VALUE 'SALES TAX'.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-ACTIVITY-DETAIL.
           05  WS-ACT-RPT-ORDER-ID     PIC 9(8).
           05  WS-ACT-RPT-STATUS       PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ACT-RPT-INVOICE      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ACT-RPT-TAX          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-LINE-ITEM-DETAIL.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-LIN-RPT-EXTENDED     PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-MEMO-DETAIL.
           05  FILLER                  PIC X(12) VALUE 'CREDIT MEMO'.
           05  WS-MEM-RPT-NUMBER       PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MEM-RPT-AMOUNT       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'AGAINST INVOICE'.
           05  WS-MEM-RPT-INVOICE      PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FOR ORDER'.
           05  WS-MEM-RPT-ORDER-ID     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'TAX'.
           05  WS-MEM-RPT-TAX          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-NO-ACTIVITY-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO ORDER ACTIVITY THIS PERIOD'.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-PERIOD-TAX-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'SALES TAX THIS PERIOD:'.
           05  WS-STM-PERIOD-TAX       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BALANCE-LINE.
           05  FILLER               PIC X(17) VALUE 'CLOSING BALANCE:'.
           05  WS-STM-BALANCE          PIC ZZZ,ZZ9.99-.
           05  WS-STM-AVAILABLE        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-PAYMENT-DUE-LINE.
           05  FILLER               PIC X(17) VALUE 'PAYMENT DUE BY:'.
           05  WS-STM-DUE-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'MINIMUM DUE:'.
           05  WS-STM-MINIMUM-DUE      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-AUTOPAY-NOTICE.
           05  FILLER                  PIC X(20)
               VALUE 'AUTOPAY: YOUR'.
           05  WS-STM-AUTOPAY-AMOUNT   PIC X(16).
           05  FILLER                  PIC X(40)
               VALUE 'WILL BE DEBITED ON THE DUE DATE FROM'.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT'.
           05  WS-STM-AUTOPAY-ACCOUNT  PIC X(8).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-AGING-HEADING.
           05  FILLER                  PIC X(14) VALUE 'AGING:'.
           05  FILLER                  PIC X(12) VALUE '    CURRENT'.
           05  WS-SUM-STATEMENTS       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  WS-GROUP-SUMMARY-LINE.
           05  FILLER               PIC X(28)
               VALUE 'CONSOLIDATED GROUP STMTS:'.
           05  WS-SUM-GROUPS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(24)
               VALUE 'BRANCHES CONSOLIDATED:'.
           05  WS-SUM-BRANCHES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-CYCLE-TOTAL-LINE.
           05  FILLER                  PIC X(6) VALUE 'CYCLE'.
           05  WS-CYC-RPT-CODE         PIC 99.
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
           OPEN INPUT RETURN-LINE-FILE
           IF WS-RTNLINE-NO-FILE
               SET WS-NO-RTNLINE-FILE TO TRUE
           ELSE
               IF NOT WS-RTNLINE-OK
                   MOVE WS-RTNLINE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN LINE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-NO-FILE
               SET WS-NO-AUTOPAY-FILE TO TRUE
           ELSE
               IF NOT WS-AUTOPAY-OK
                   MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING AUTOPAY FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF NOT WS-STATEMENT-OK
               MOVE WS-STATEMENT-STATUS TO WS-FILE-STATUS
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1080-OPEN-HIERARCHY
           PERFORM 1100-READ-CUSTOMER.

       1040-LOAD-CYCLE-CARDS.
                   END-IF
               WHEN CONTROL-RECORD(1:18) = 'HANDOFF-OVERRIDE=Y'
                   SET WS-OVERRIDE-ON TO TRUE
               WHEN CONTROL-RECORD(1:13) = 'CONSOLIDATE=N'
                   SET WS-CONSOLIDATE-OFF TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-CYCLE-CARD.

       1080-OPEN-HIERARCHY.
      *    No groups set up yet, or consolidation switched off for
      *    tonight, leaves every account on a statement of its own
           IF WS-CONSOLIDATE-OFF
               SET WS-NO-HIERARCHY-FILE TO TRUE
               DISPLAY 'CONSOLIDATE=N - NO GROUP STATEMENTS TONIGHT'
           ELSE
               OPEN INPUT HIERARCHY-FILE
               IF WS-HIERARCHY-NO-FILE
                   SET WS-NO-HIERARCHY-FILE TO TRUE
               ELSE
                   IF NOT WS-HIERARCHY-OK
                       MOVE WS-HIERARCHY-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR OPENING HIERARCHY FILE'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
                   END-IF
               END-IF
           END-IF.

       1300-VERIFY-RUN-HANDOFF.
      *    Prove the fee step finished tonight before a single
      *    statement prints a balance it may not have finished
           END-IF.

       2000-PROCESS-CUSTOMERS.
      *    A branch is printed on its parent's statement, whatever
      *    its own cycle - never on one of its own
           PERFORM 2050-FIND-ACCOUNT-ROLE
           IF CUST-STATUS = 'A'
           AND NOT WS-ACCOUNT-BRANCH
           AND (WS-ALL-CYCLES
               OR WS-CYCLE-SELECTED(CUST-CYCLE-CODE + 1) = 'Y')
               IF WS-ACCOUNT-PARENT
                   PERFORM 2700-PRINT-GROUP-STATEMENT
               ELSE
                   PERFORM 2100-COLLECT-ACTIVITY
                   PERFORM 2150-COLLECT-CREDIT-MEMOS
                   IF CUST-BALANCE NOT = ZERO
                   OR WS-ACTIVITY-COUNT > ZEROS
                   OR WS-MEMO-COUNT > ZEROS
                       PERFORM 2200-PRINT-STATEMENT
                   END-IF
               END-IF
           END-IF
           IF WS-NOT-EOF
               PERFORM 1100-READ-CUSTOMER
           END-IF.

       2050-FIND-ACCOUNT-ROLE.
           SET WS-ACCOUNT-ALONE TO TRUE
           IF WS-HIERARCHY-AVAILABLE
               MOVE CUST-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIR-IS-PARENT
                           SET WS-ACCOUNT-PARENT TO TRUE
                           MOVE HIR-GROUP-LIMIT TO WS-GROUP-LIMIT
                       ELSE
                           SET WS-ACCOUNT-BRANCH TO TRUE
                       END-IF
               END-READ
           END-IF.

       2100-COLLECT-ACTIVITY.
      *    Pull this customer's orders for the statement month
      *    through the order master's customer-ID alternate key
           MOVE ZEROS TO WS-ACTIVITY-COUNT
           MOVE ZEROS TO WS-ACTIVITY-DROPPED
           MOVE ZEROS TO WS-PERIOD-TAX
           SET WS-ORDER-NOT-EOF TO TRUE
           MOVE CUST-ID TO ORDER-CUST-ID
           START ORDER-FILE KEY NOT LESS THAN ORDER-CUST-ID
           END-IF.

       2130-ADD-ACTIVITY-ENTRY.
      *    The amount shown is what the customer owes for the order -
      *    merchandise plus tax. An order taken before tax was
      *    carried shows untaxed.
           IF ORDER-TAX-AMT IS NOT NUMERIC
               MOVE ZEROS TO ORDER-TAX-AMT
           END-IF
           IF ORDER-STATUS NOT = 'X'
               ADD ORDER-TAX-AMT TO WS-PERIOD-TAX
           END-IF
           IF WS-ACTIVITY-COUNT = WS-ACTIVITY-MAX
               ADD 1 TO WS-ACTIVITY-DROPPED
           ELSE
               MOVE WS-ACTIVITY-COUNT TO WS-SUB
               MOVE ORDER-ID TO WS-ACT-ORDER-ID(WS-SUB)
               MOVE ORDER-DATE TO WS-ACT-ORDER-DATE(WS-SUB)
               COMPUTE WS-ACT-ORDER-TOTAL(WS-SUB) =
                   ORDER-TOTAL + ORDER-TAX-AMT
               MOVE ORDER-TAX-AMT TO WS-ACT-ORDER-TAX(WS-SUB)
               MOVE ORDER-STATUS TO WS-ACT-ORDER-STATUS(WS-SUB)
               PERFORM 2140-LOOK-UP-INVOICE
           END-IF.
               END-READ
           END-IF.

       2150-COLLECT-CREDIT-MEMOS.
      *    Memos numbered this statement month, through the return
      *    file's customer-ID alternate key. Their tax comes off the
      *    period's tax.
           MOVE ZEROS TO WS-MEMO-COUNT
           MOVE ZEROS TO WS-MEMO-DROPPED
           IF WS-RETURNS-AVAILABLE
               SET WS-RETURN-NOT-EOF TO TRUE
               MOVE CUST-ID TO RTN-CUST-ID
               START RETURN-FILE KEY IS EQUAL TO RTN-CUST-ID
                   INVALID KEY SET WS-RETURN-EOF TO TRUE
               END-START
               IF WS-RETURN-NOT-EOF
                   PERFORM 2160-READ-NEXT-RETURN
                   PERFORM 2170-COLLECT-ONE-MEMO
                       UNTIL WS-RETURN-EOF
               END-IF
           END-IF.

       2160-READ-NEXT-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURN-EOF TO TRUE
           END-READ.

       2170-COLLECT-ONE-MEMO.
           IF RTN-CUST-ID NOT = CUST-ID
               SET WS-RETURN-EOF TO TRUE
           ELSE
               IF RTN-MEMO-NUMBER > ZEROS
               AND RTN-MEMO-DATE(1:6) = WS-RUN-MONTH
                   SUBTRACT RTN-TAX-AMT FROM WS-PERIOD-TAX
                   IF WS-MEMO-COUNT = WS-MEMO-MAX
                       ADD 1 TO WS-MEMO-DROPPED
                   ELSE
                       ADD 1 TO WS-MEMO-COUNT
                       MOVE WS-MEMO-COUNT TO WS-MEMO-SUB
                       MOVE RTN-ID TO WS-MEM-RETURN-ID(WS-MEMO-SUB)
                       MOVE RTN-MEMO-NUMBER
                           TO WS-MEM-NUMBER(WS-MEMO-SUB)
                       MOVE RTN-MEMO-DATE TO WS-MEM-DATE(WS-MEMO-SUB)
                       COMPUTE WS-MEM-AMOUNT(WS-MEMO-SUB) =
                           RTN-CREDIT-AMT + RTN-TAX-AMT
                       MOVE RTN-TAX-AMT TO WS-MEM-TAX(WS-MEMO-SUB)
                       MOVE RTN-INV-NUMBER
                           TO WS-MEM-INVOICE(WS-MEMO-SUB)
                       MOVE RTN-ORDER-ID
                           TO WS-MEM-ORDER-ID(WS-MEMO-SUB)
                   END-IF
               END-IF
               PERFORM 2160-READ-NEXT-RETURN
           END-IF.

       2200-PRINT-STATEMENT.
      *    Each statement starts on a fresh page of the print file
      *    and a fresh line sequence on the archive
           MOVE CUST-ID TO WS-STMT-CUST-ID
           PERFORM 2250-START-STATEMENT
           PERFORM 2210-PRINT-ACTIVITY-SECTION
           PERFORM 2500-PRINT-BALANCE-BLOCK
           ADD 1 TO WS-STATEMENT-COUNT
           ADD 1 TO WS-CYCLE-STMT-COUNT(CUST-CYCLE-CODE + 1).

       2210-PRINT-ACTIVITY-SECTION.
      *    The orders, credit memos and period tax of the account in
      *    the customer record area
           MOVE WS-ACTIVITY-HEADING TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           IF WS-ACTIVITY-COUNT = ZEROS
                   PERFORM 2900-PUT-STATEMENT-LINE
               END-IF
           END-IF
           IF WS-MEMO-COUNT > ZEROS
               PERFORM 2600-PRINT-CREDIT-MEMOS
           END-IF
           IF WS-PERIOD-TAX NOT = ZERO
               MOVE WS-PERIOD-TAX TO WS-STM-PERIOD-TAX
               MOVE WS-PERIOD-TAX-LINE TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF.

       2250-START-STATEMENT.
           MOVE ZEROS TO WS-ARC-LINE-NUMBER
           PERFORM 2950-PURGE-OLD-ARCHIVE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE AFTER ADVANCING PAGE
           MOVE WS-RUN-DATE TO WS-HDR-STMT-DATE
           MOVE WS-STMT-HEADER TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           PERFORM 2300-PRINT-ADDRESS-BLOCK.

       2300-PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO WS-STM-NAME
                   MOVE 'ENTERED' TO WS-ACT-RPT-STATUS
               WHEN 'A'
                   MOVE 'ACCEPTED' TO WS-ACT-RPT-STATUS
               WHEN 'H'
                   MOVE 'ON HOLD' TO WS-ACT-RPT-STATUS
               WHEN 'P'
                   MOVE 'POSTED' TO WS-ACT-RPT-STATUS
               WHEN 'X'
                   MOVE 'UNKNOWN' TO WS-ACT-RPT-STATUS
           END-EVALUATE
           MOVE WS-ACT-INV-NUMBER(WS-SUB) TO WS-ACT-RPT-INVOICE
           MOVE WS-ACT-ORDER-TAX(WS-SUB) TO WS-ACT-RPT-TAX
           MOVE WS-ACTIVITY-DETAIL TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           IF WS-LINES-AVAILABLE
           MOVE WS-AVAILABLE-CREDIT TO WS-STM-AVAILABLE
           MOVE WS-BALANCE-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           IF CUST-BALANCE > ZERO
               MOVE CUST-BALANCE TO WS-DUE-BALANCE
               PERFORM 2520-PRINT-PAYMENT-DUE
               IF WS-AUTOPAY-AVAILABLE
                   PERFORM 2530-STAMP-AUTOPAY
               END-IF
           END-IF
           PERFORM 2550-PRINT-AGING-BLOCK
           IF CUST-BALANCE > CUST-CREDIT-LIMIT
               MOVE WS-OVERLIMIT-WARNING TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF.

       2520-PRINT-PAYMENT-DUE.
           PERFORM 2515-FIGURE-PAYMENT-DUE
           MOVE WS-PAYMENT-DUE-DATE TO WS-STM-DUE-DATE
           MOVE WS-MINIMUM-DUE TO WS-STM-MINIMUM-DUE
           MOVE WS-PAYMENT-DUE-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE.

       2515-FIGURE-PAYMENT-DUE.
      *    Terms run from the statement date; the minimum is the
      *    larger of the floor and the percentage, never more than
      *    the balance itself
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-TERMS-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               TO WS-PAYMENT-DUE-DATE
           COMPUTE WS-MINIMUM-DUE ROUNDED =
               WS-DUE-BALANCE * WS-MIN-DUE-PERCENT / 100
           IF WS-MINIMUM-DUE < WS-MIN-DUE-FLOOR
               MOVE WS-MIN-DUE-FLOOR TO WS-MINIMUM-DUE
           END-IF
           IF WS-MINIMUM-DUE > WS-DUE-BALANCE
               MOVE WS-DUE-BALANCE TO WS-MINIMUM-DUE
           END-IF.

       2530-STAMP-AUTOPAY.
      *    An active enrollment learns what this statement asks for
      *    and when, so CUSTACH debits it on the due date
           MOVE CUST-ID TO APY-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APY-ACTIVE
                       PERFORM 2540-PRINT-AUTOPAY-NOTICE
                       MOVE WS-RUN-DATE TO APY-STMT-DATE
                       MOVE WS-PAYMENT-DUE-DATE TO APY-STMT-DUE-DATE
                       MOVE CUST-BALANCE TO APY-STMT-BALANCE
                       MOVE WS-MINIMUM-DUE TO APY-STMT-MIN-DUE
                       REWRITE AUTOPAY-RECORD
                       IF NOT WS-AUTOPAY-OK
                           MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
                           MOVE 'ERROR REWRITING AUTOPAY RECORD'
                               TO WS-ERROR-MESSAGE
                           PERFORM 8000-ERROR-HANDLER
                       END-IF
                       ADD 1 TO WS-AUTOPAY-STAMP-COUNT
                   END-IF
           END-READ.

       2540-PRINT-AUTOPAY-NOTICE.
      *    Only the last four digits of the bank account ever print
           IF APY-PAY-FULL
               MOVE 'FULL BALANCE' TO WS-STM-AUTOPAY-AMOUNT
           ELSE
               MOVE 'MINIMUM DUE' TO WS-STM-AUTOPAY-AMOUNT
           END-IF
           MOVE ZERO TO WS-ACCOUNT-LENGTH
           INSPECT APY-ACCOUNT-NUMBER TALLYING WS-ACCOUNT-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE '****' TO WS-STM-AUTOPAY-ACCOUNT
           IF WS-ACCOUNT-LENGTH > 4
               COMPUTE WS-ACCOUNT-LAST-FOUR = WS-ACCOUNT-LENGTH - 3
               MOVE APY-ACCOUNT-NUMBER(WS-ACCOUNT-LAST-FOUR:4)
                   TO WS-STM-AUTOPAY-ACCOUNT(5:4)
           END-IF
           MOVE WS-AUTOPAY-NOTICE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE.

       2550-PRINT-AGING-BLOCK.
      *    Show where the open dollars stand on the aging sub-ledger
      *    the posting programs maintain - a customer with no record
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF.

       2600-PRINT-CREDIT-MEMOS.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           PERFORM 2610-PRINT-ONE-MEMO
               VARYING WS-MEMO-SUB FROM 1 BY 1
               UNTIL WS-MEMO-SUB > WS-MEMO-COUNT
           IF WS-MEMO-DROPPED > ZEROS
               MOVE 'FURTHER CREDIT MEMOS OMITTED - SEE RETURN HISTORY'
                   TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF.

       2610-PRINT-ONE-MEMO.
      *    A credit reduces what is owed, so it prints negative
           MOVE WS-MEM-NUMBER(WS-MEMO-SUB) TO WS-MEM-RPT-NUMBER
           MOVE WS-MEM-DATE(WS-MEMO-SUB) TO WS-MEM-RPT-DATE
           COMPUTE WS-MEM-RPT-AMOUNT =
               ZERO - WS-MEM-AMOUNT(WS-MEMO-SUB)
           MOVE WS-MEM-INVOICE(WS-MEMO-SUB) TO WS-MEM-RPT-INVOICE
           MOVE WS-MEM-ORDER-ID(WS-MEMO-SUB) TO WS-MEM-RPT-ORDER-ID
           COMPUTE WS-MEM-RPT-TAX = ZERO - WS-MEM-TAX(WS-MEMO-SUB)
           MOVE WS-MEMO-DETAIL TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           IF WS-RTNLINES-AVAILABLE
               PERFORM 2620-PRINT-RETURN-LINES
           END-IF.

       2620-PRINT-RETURN-LINES.
      *    The goods that came back, indented under the memo like
      *    the lines under an order
           SET WS-RTNLINE-NOT-EOF TO TRUE
           MOVE WS-MEM-RETURN-ID(WS-MEMO-SUB) TO RTL-RETURN-ID
           MOVE ZEROS TO RTL-LINE-NUMBER
           START RETURN-LINE-FILE KEY NOT LESS THAN RTL-KEY
               INVALID KEY SET WS-RTNLINE-EOF TO TRUE
           END-START
           IF WS-RTNLINE-NOT-EOF
               PERFORM 2630-READ-NEXT-RETURN-LINE
               PERFORM 2640-PRINT-ONE-RETURN-LINE
                   UNTIL WS-RTNLINE-EOF
           END-IF.

       2630-READ-NEXT-RETURN-LINE.
           READ RETURN-LINE-FILE NEXT RECORD
               AT END SET WS-RTNLINE-EOF TO TRUE
           END-READ.

       2640-PRINT-ONE-RETURN-LINE.
           IF RTL-RETURN-ID NOT = WS-MEM-RETURN-ID(WS-MEMO-SUB)
               SET WS-RTNLINE-EOF TO TRUE
           ELSE
               MOVE RTL-ITEM-CODE TO WS-LIN-RPT-ITEM
               MOVE RTL-DESCRIPTION TO WS-LIN-RPT-DESC
               MOVE RTL-QUANTITY TO WS-LIN-RPT-QTY
               MOVE RTL-UNIT-PRICE TO WS-LIN-RPT-PRICE
               COMPUTE WS-LIN-RPT-EXTENDED = ZERO - RTL-CREDIT-AMT
               MOVE WS-LINE-ITEM-DETAIL TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
               PERFORM 2630-READ-NEXT-RETURN-LINE
           END-IF.

       2700-PRINT-GROUP-STATEMENT.
      *    One statement for the whole group under the parent's
      *    account: the parent's own section, then each branch's,
      *    then the group totals. The parent is always first.
           MOVE CUST-ID TO WS-STMT-CUST-ID
           MOVE CUST-ID TO WS-GROUP-PARENT-ID
           MOVE CUSTOMER-RECORD TO WS-SAVED-PARENT
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZEROS TO WS-GROUP-MEMBER-COUNT
           MOVE ZERO TO WS-GROUP-AGE-CURRENT
           MOVE ZERO TO WS-GROUP-AGE-30
           MOVE ZERO TO WS-GROUP-AGE-60
           MOVE ZERO TO WS-GROUP-AGE-90
           MOVE ZERO TO WS-GROUP-AGE-120
           SET WS-GROUP-AGE-NONE TO TRUE
           PERFORM 2250-START-STATEMENT
           MOVE WS-GROUP-CAPTION-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           MOVE 'PARENT ACCOUNT:' TO WS-GRP-RPT-ROLE
           PERFORM 2710-PRINT-MEMBER-SECTION
           PERFORM 2730-PRINT-BRANCHES
           MOVE WS-SAVED-PARENT TO CUSTOMER-RECORD
           PERFORM 2750-PRINT-GROUP-TOTALS
           ADD 1 TO WS-STATEMENT-COUNT
           ADD 1 TO WS-GROUP-STMT-COUNT
           ADD 1 TO WS-CYCLE-STMT-COUNT(CUST-CYCLE-CODE + 1)
      *    The branch reads moved the file - pick the sequential
      *    pass up again just past the parent
           START CUSTOMER-FILE KEY IS GREATER THAN CUST-ID
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.

       2710-PRINT-MEMBER-SECTION.
      *    One member's account line and activity, and its share of
      *    the group balance and aging
           PERFORM 2100-COLLECT-ACTIVITY
           PERFORM 2150-COLLECT-CREDIT-MEMOS
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           MOVE CUST-ID TO WS-GRP-RPT-CUST-ID
           MOVE SPACES TO WS-GRP-RPT-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-GRP-RPT-NAME
           MOVE CUST-BALANCE TO WS-GRP-RPT-BALANCE
           MOVE WS-GROUP-MEMBER-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           PERFORM 2210-PRINT-ACTIVITY-SECTION
      *    A member enrolled in autopay is debited for its own
      *    balance, on the same terms its own statement would have
      *    carried - stamped and noticed in its own section
           IF CUST-BALANCE > ZERO
           AND WS-AUTOPAY-AVAILABLE
               MOVE CUST-BALANCE TO WS-DUE-BALANCE
               PERFORM 2515-FIGURE-PAYMENT-DUE
               PERFORM 2530-STAMP-AUTOPAY
           END-IF
           ADD CUST-BALANCE TO WS-GROUP-BALANCE
           ADD 1 TO WS-GROUP-MEMBER-COUNT
           MOVE CUST-ID TO AGE-CUST-ID
           READ AGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-GROUP-AGE-FOUND TO TRUE
                   ADD AGE-CURRENT-AMT TO WS-GROUP-AGE-CURRENT
                   ADD AGE-30-AMT TO WS-GROUP-AGE-30
                   ADD AGE-60-AMT TO WS-GROUP-AGE-60
                   ADD AGE-90-AMT TO WS-GROUP-AGE-90
                   ADD AGE-120-AMT TO WS-GROUP-AGE-120
           END-READ.

       2730-PRINT-BRANCHES.
      *    Every branch linked to the parent, through the hierarchy
      *    file's parent-ID alternate key
           MOVE 'BRANCH ACCOUNT:' TO WS-GRP-RPT-ROLE
           SET WS-MEMBERS-MORE TO TRUE
           MOVE WS-GROUP-PARENT-ID TO HIR-PARENT-ID
           START HIERARCHY-FILE KEY IS EQUAL TO HIR-PARENT-ID
               INVALID KEY SET WS-MEMBERS-EOF TO TRUE
           END-START
           IF WS-MEMBERS-MORE
               PERFORM 2735-READ-NEXT-MEMBER
               PERFORM 2740-PRINT-ONE-BRANCH
                   UNTIL WS-MEMBERS-EOF
           END-IF.

       2735-READ-NEXT-MEMBER.
           READ HIERARCHY-FILE NEXT RECORD
               AT END SET WS-MEMBERS-EOF TO TRUE
           END-READ.

       2740-PRINT-ONE-BRANCH.
           IF HIR-PARENT-ID NOT = WS-GROUP-PARENT-ID
               SET WS-MEMBERS-EOF TO TRUE
           ELSE
               IF HIR-CUST-ID NOT = WS-GROUP-PARENT-ID
                   MOVE HIR-CUST-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY 'BRANCH NOT ON CUSTOMER FILE: '
                               HIR-CUST-ID ' GROUP '
                               WS-GROUP-PARENT-ID
                       NOT INVALID KEY
                           PERFORM 2710-PRINT-MEMBER-SECTION
                           ADD 1 TO WS-BRANCH-COUNT
                   END-READ
               END-IF
               PERFORM 2735-READ-NEXT-MEMBER
           END-IF.

       2750-PRINT-GROUP-TOTALS.
      *    The group is billed as one account - the payment due is
      *    figured on the combined balance. Autopay was stamped
      *    member by member in each member's section, so none is
      *    stamped here.
           MOVE SPACES TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           MOVE WS-GROUP-MEMBER-COUNT TO WS-GRP-RPT-COUNT
           MOVE WS-GROUP-TOTAL-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           MOVE WS-GROUP-BALANCE TO WS-GRP-RPT-GROUP-BAL
           MOVE WS-GROUP-LIMIT TO WS-GRP-RPT-LIMIT
           COMPUTE WS-AVAILABLE-CREDIT =
               WS-GROUP-LIMIT - WS-GROUP-BALANCE
           IF WS-AVAILABLE-CREDIT < ZERO
               MOVE ZERO TO WS-AVAILABLE-CREDIT
           END-IF
           MOVE WS-AVAILABLE-CREDIT TO WS-GRP-RPT-AVAILABLE
           MOVE WS-GROUP-BALANCE-LINE TO STATEMENT-LINE
           PERFORM 2900-PUT-STATEMENT-LINE
           IF WS-GROUP-BALANCE > ZERO
               MOVE WS-GROUP-BALANCE TO WS-DUE-BALANCE
               PERFORM 2520-PRINT-PAYMENT-DUE
           END-IF
           IF WS-GROUP-AGE-FOUND
               MOVE WS-AGING-HEADING TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
               MOVE WS-GROUP-AGE-CURRENT TO WS-STM-AGE-CURRENT
               MOVE WS-GROUP-AGE-30 TO WS-STM-AGE-30
               MOVE WS-GROUP-AGE-60 TO WS-STM-AGE-60
               MOVE WS-GROUP-AGE-90 TO WS-STM-AGE-90
               MOVE WS-GROUP-AGE-120 TO WS-STM-AGE-120
               MOVE WS-AGING-LINE TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF
           IF WS-GROUP-BALANCE > WS-GROUP-LIMIT
               MOVE WS-GROUP-OVERLIMIT-WARNING TO STATEMENT-LINE
               PERFORM 2900-PUT-STATEMENT-LINE
           END-IF.

       2900-PUT-STATEMENT-LINE.
      *    One statement line to the print file and the same line to
      *    the keyed archive - a rerun of the same statement night
           WRITE STATEMENT-LINE
           ADD 1 TO WS-ARC-LINE-NUMBER
           MOVE SPACES TO STATEMENT-ARCHIVE-RECORD
           MOVE WS-STMT-CUST-ID TO ARC-CUST-ID
           MOVE WS-RUN-DATE TO ARC-STMT-DATE
           MOVE WS-ARC-LINE-NUMBER TO ARC-LINE-NUMBER
           MOVE STATEMENT-LINE TO ARC-LINE-TEXT
      *    statement date first, so no stale trailing lines survive
      *    for CUSTSTMR to reprint
           SET WS-ARC-NOT-EOF TO TRUE
           MOVE WS-STMT-CUST-ID TO ARC-CUST-ID
           MOVE WS-RUN-DATE TO ARC-STMT-DATE
           MOVE ZEROS TO ARC-LINE-NUMBER
           START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           END-READ.

       2970-PURGE-ONE-LINE.
           IF ARC-CUST-ID NOT = WS-STMT-CUST-ID
           OR ARC-STMT-DATE NOT = WS-RUN-DATE
               SET WS-ARC-EOF TO TRUE
           ELSE
           MOVE WS-STATEMENT-COUNT TO WS-SUM-STATEMENTS
           MOVE WS-SUMMARY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-GROUP-STMT-COUNT > ZEROS
               MOVE WS-GROUP-STMT-COUNT TO WS-SUM-GROUPS
               MOVE WS-BRANCH-COUNT TO WS-SUM-BRANCHES
               MOVE WS-GROUP-SUMMARY-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM 3100-WRITE-CYCLE-TOTAL
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > 100.
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           IF WS-RETURNS-AVAILABLE
               CLOSE RETURN-FILE
           END-IF
           IF WS-RTNLINES-AVAILABLE
               CLOSE RETURN-LINE-FILE
           END-IF
           IF WS-AUTOPAY-AVAILABLE
               CLOSE AUTOPAY-FILE
           END-IF
           IF WS-HIERARCHY-AVAILABLE
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY 'STATEMENT RUN COMPLETE - STATEMENTS PRODUCED: '
