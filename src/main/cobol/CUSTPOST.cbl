      * control totals carry tonight's date and a balanced flag -     *
      * refusing to post against a bad night unless a control card    *
      * overrides - and at the end it writes its own handoff record   *
      * for ORDPOST to verify in turn. Every posted transaction, and  *
      * every NSF fee as its own item, is also appended to the GL     *
      * activity file so GLINTF can journal the night without        *
      * anybody re-keying the register. Payments are also applied    *
      * open-item against the customer's invoices - first to the     *
      * invoice the remitter named, then oldest-due-first - keeping  *
      * each invoice's applied and open amounts and paid/partial/    *
      * open status current and recording every application on the  *
      * cash-application file; an NSF reversal finds the original    *
      * payment's applications there and reopens those invoices.     *
      * A customer charged off by CUSTCHGO carries no receivable, so *
      * a payment on one posts as a recovery on the charge-off file *
      * instead - the balance and buckets are left alone, the line  *
      * shows as a recovery, the GL sees it as its own activity and *
      * the register totals it apart from the night's postings. Any *
      * other transaction against a charged-off account is rejected *
      * for manual handling, except an agency's commission credit,  *
      * which is shown and passed over - the recovery was already   *
      * taken net of it. Refund debits and agency commission credits *
      * reach the GL as their own activity types (RFND and AGCM).    *
      * Every posting that changes the master is also journaled       *
      * through CUSTJRNL, so the customer's change history shows each *
      * balance movement and the run that made it.                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-STEP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT CASH-APP-FILE ASSIGN TO APPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-CASH-APP-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-CUST-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           CUST-BALANCE BY OVR-BALANCE
           CUST-CREDIT-LIMIT BY OVR-CREDIT-LIMIT
           CUST-LAST-UPDATE BY OVR-LAST-UPDATE
           CUST-CYCLE-CODE BY OVR-CYCLE-CODE
           CUST-TAX-EXEMPT BY OVR-TAX-EXEMPT
           CUST-TAX-CERT BY OVR-TAX-CERT.

      * Open promises taken by collectors - a payment posted by the
      * promised date marks the promise kept, which is what keeps
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * GL activity - one item per dollar movement posted tonight,
      * appended for GLINTF to journal
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * Invoices cut by ORDINV - payments are applied against them
      * open-item and NSF reversals reopen them
       FD  INVOICE-FILE.
       COPY INVOICE.

      * One record per invoice a payment was applied to - what lets
      * a reversal reopen exactly the invoices its payment closed
       FD  CASH-APP-FILE.
       COPY CASHAPP.

      * Accounts written off by CUSTCHGO - money received on one is
      * recorded here as a recovery
       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-TRAN-STATUS              PIC XX.
           88  WS-TRAN-OK              VALUE '00'.
           88  WS-TRAN-EOF             VALUE '10'.
       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NOT-FOUND    VALUE '23'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-CASH-APP-STATUS          PIC XX.
           88  WS-CASH-APP-OK          VALUE '00'.
           88  WS-CASH-APP-NO-FILE     VALUE '35'.

       01  WS-CHARGE-OFF-STATUS        PIC XX.
           88  WS-CHARGE-OFF-OK        VALUE '00'.
           88  WS-CHARGE-OFF-NO-FILE   VALUE '35'.

       01  WS-HANDOFF-CONTROLS.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
           05  WS-MEMO-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-MEMOS-AVAILABLE  VALUE 'Y'.
               88  WS-NO-MEMO-FILE     VALUE 'N'.
      *    A missing invoice file means ORDINV has not cut any
      *    invoices yet - payments still post to the balance
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
               88  WS-NO-INVOICE-FILE  VALUE 'N'.
      *    A missing charge-off file means nothing has ever been
      *    written off - recoveries still post, unrecorded
           05  WS-CHARGE-AVAIL-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-CHARGE-OFFS-AVAILABLE VALUE 'Y'.
               88  WS-NO-CHARGE-OFF-FILE VALUE 'N'.

      * NSF handling - the fee assessed on every returned payment
       01  WS-FEE-CONTROLS.
           05  WS-ORIG-DATE-EDIT       PIC 9999/99/99.
           05  WS-ORIG-AMT-EDIT        PIC ZZZZZ9.99.

      * Open-item cash application work areas
       01  WS-CASH-APPLICATION.
           05  WS-CASH-REMAINING       PIC S9(7)V99 COMP-3.
           05  WS-APPLY-AMT            PIC S9(7)V99 COMP-3.
           05  WS-OLDEST-INV-NUMBER    PIC 9(8).
           05  WS-OLDEST-DUE-DATE      PIC 9(8).
           05  WS-REV-POST-DATE        PIC 9(8).
           05  WS-REV-PAY-SEQ          PIC 9(6).
           05  WS-INV-BROWSE-FLAG      PIC X(1).
               88  WS-INV-BROWSE-EOF   VALUE 'Y'.
               88  WS-INV-BROWSE-NOT-EOF VALUE 'N'.
           05  WS-OPEN-INVOICE-FLAG    PIC X(1).
               88  WS-OPEN-INVOICE-FOUND VALUE 'Y'.
               88  WS-NO-OPEN-INVOICE  VALUE 'N'.
           05  WS-APP-BROWSE-FLAG      PIC X(1).
               88  WS-APP-BROWSE-EOF   VALUE 'Y'.
               88  WS-APP-BROWSE-NOT-EOF VALUE 'N'.
           05  WS-PAYMENT-GROUP-FLAG   PIC X(1).
               88  WS-PAYMENT-GROUP-FOUND VALUE 'Y'.
               88  WS-PAYMENT-GROUP-NOT-FOUND VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-POSTED-COUNT         PIC 9(8) VALUE ZEROS.
      *    amount - totalled separately so the register and the
      *    handoff reconcile to the night's full balance movement
           05  WS-NSF-FEE-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
      *    Cash application - how much of tonight's payments found
      *    an invoice, how much was left unapplied on account, and
      *    how much the reversals put back open
           05  WS-INV-APPLIED-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-INV-APPLIED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-UNAPPLIED-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-INV-REOPENED-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-INV-REOPENED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE 0.
      *    Recoveries on charged-off accounts never touch a balance
      *    - counted apart from the postings, but journalled and
      *    handed off with them
           05  WS-RECOVERY-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-RECOVERY-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
               '(ON TOP OF AMOUNT POSTED - SEE HANDOFF)'.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-APPLICATION-TOTAL-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'INVOICES APPLIED:'.
           05  WS-REG-INV-APPLIED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-INV-APPLIED-AMT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'UNAPPLIED:'.
           05  WS-REG-UNAPPLIED-AMT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'INVOICES REOPENED:'.
           05  WS-REG-INV-REOPENED     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-INV-REOPENED-AMT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RECOVERY-TOTAL-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'RECOVERIES ON CHARGED-OFF ACCOUNTS:'.
           05  WS-REG-RECOVERIES       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-REG-RECOVERY-AMT     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               '(NOT IN AMOUNT POSTED - SEE HANDOFF)'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTPOST' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           PERFORM 1200-VERIFY-RUN-HANDOFF
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-NO-FILE
      *        ORDINV has not cut any invoices yet - payments post to
      *        the balance with nothing to apply against
               SET WS-NO-INVOICE-FILE TO TRUE
               DISPLAY 'NO INVOICE FILE - CASH APPLICATION SKIPPED'
           ELSE
               IF NOT WS-INVOICE-OK
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           IF WS-INVOICES-AVAILABLE
               OPEN I-O CASH-APP-FILE
               IF WS-CASH-APP-NO-FILE
      *            First run since cash application was introduced -
      *            create an empty application file and carry on
                   OPEN OUTPUT CASH-APP-FILE
                   CLOSE CASH-APP-FILE
                   OPEN I-O CASH-APP-FILE
               END-IF
               IF NOT WS-CASH-APP-OK
                   MOVE WS-CASH-APP-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CASH APPLICATION FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CHARGE-OFF-NO-FILE
      *        Nothing has ever been charged off - a payment on a
      *        charged-off account cannot arrive without the file
               SET WS-NO-CHARGE-OFF-FILE TO TRUE
           ELSE
               IF NOT WS-CHARGE-OFF-OK
                   MOVE WS-CHARGE-OFF-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CHARGE-OFF FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
      *    Earlier steps may already have left activity for the night
      *    - append to it, never truncate it
           OPEN EXTEND GL-ACTIVITY-FILE
           IF WS-GL-NO-FILE
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING GL ACTIVITY FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER
           PERFORM 1100-READ-TRANSACTION.

               INVALID KEY
                   PERFORM 2300-REJECT-UNMATCHED
               NOT INVALID KEY
                   IF CUST-STATUS = 'W'
                       PERFORM 2800-POST-RECOVERY
                   ELSE
                       PERFORM 2100-APPLY-TRANSACTION
                   END-IF
           END-READ
           PERFORM 1100-READ-TRANSACTION.

       2100-APPLY-TRANSACTION.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           EVALUATE TRAN-TYPE
               WHEN 'P'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-CHANGE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   ADD 1 TO WS-POSTED-COUNT
                   ADD TRAN-AMOUNT TO WS-POSTED-AMOUNT
                   IF TRAN-TYPE = 'R'
                       ADD WS-NSF-FEE TO WS-NSF-FEE-TOTAL
                   END-IF
                   PERFORM 2250-UPDATE-AGE-BUCKETS
                   PERFORM 2550-WRITE-GL-ACTIVITY
                   IF TRAN-TYPE = 'P'
                       PERFORM 2240-SETTLE-PROMISE
                       PERFORM 2245-RELIEVE-MEMO
                       PERFORM 2600-APPLY-CASH-TO-INVOICES
                   END-IF
                   IF TRAN-TYPE = 'R'
                       PERFORM 2700-REOPEN-INVOICES
                       PERFORM 2220-BUILD-REVERSAL-RESULT
                       PERFORM 2230-RECHECK-CREDIT-LIMIT
                   ELSE
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2550-WRITE-GL-ACTIVITY.
      *    One GL item per posted transaction, in the same amount the
      *    handoff counts - the NSF fee goes as its own item so the
      *    fee income account sees it apart from the returned cash.
      *    A refund debit and an agency commission credit carry
      *    their own types so GLINTF can book them to refunds
      *    clearing and to commission expense
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'CUSTPOST' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE TRAN-CUST-ID TO GLA-CUST-ID
           MOVE TRAN-DATE TO GLA-REFERENCE
           MOVE TRAN-AMOUNT TO GLA-AMOUNT
           EVALUATE TRAN-TYPE
               WHEN 'P'
                   MOVE 'PAY' TO GLA-ACTIVITY-TYPE
               WHEN 'D'
                   MOVE 'DEB' TO GLA-ACTIVITY-TYPE
               WHEN 'C'
                   MOVE 'CRA' TO GLA-ACTIVITY-TYPE
               WHEN 'R'
                   MOVE 'NSFR' TO GLA-ACTIVITY-TYPE
           END-EVALUATE
           IF TRAN-TYPE = 'D'
           AND TRAN-REFUND-DEBIT
               MOVE 'RFND' TO GLA-ACTIVITY-TYPE
           END-IF
           IF TRAN-TYPE = 'C'
           AND TRAN-AGENCY-COMMISSION
               MOVE 'AGCM' TO GLA-ACTIVITY-TYPE
           END-IF
           PERFORM 2560-PUT-GL-ACTIVITY
           IF TRAN-TYPE = 'R'
               MOVE 'NSFF' TO GLA-ACTIVITY-TYPE
               MOVE WS-NSF-FEE TO GLA-AMOUNT
               PERFORM 2560-PUT-GL-ACTIVITY
           END-IF.

       2560-PUT-GL-ACTIVITY.
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2600-APPLY-CASH-TO-INVOICES.
      *    Open-item application - the invoice the remitter named
      *    takes the cash first, then the customer's open invoices
      *    oldest-due-first; whatever is left stays on account as
      *    unapplied cash
           IF WS-INVOICES-AVAILABLE
               MOVE TRAN-AMOUNT TO WS-CASH-REMAINING
               IF TRAN-INV-NUMBER IS NUMERIC
               AND TRAN-INV-NUMBER > ZEROS
                   PERFORM 2610-APPLY-TO-NAMED-INVOICE
               END-IF
               SET WS-OPEN-INVOICE-FOUND TO TRUE
               PERFORM 2620-APPLY-TO-OLDEST-INVOICE
                   UNTIL WS-CASH-REMAINING NOT > ZERO
                   OR WS-NO-OPEN-INVOICE
               ADD WS-CASH-REMAINING TO WS-UNAPPLIED-AMOUNT
           END-IF.

       2610-APPLY-TO-NAMED-INVOICE.
      *    A named invoice that is not on file, or belongs to some
      *    other customer, is passed over for the oldest-due rule
           MOVE TRAN-INV-NUMBER TO INV-NUMBER
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY 'NAMED INVOICE NOT ON FILE: '
                       TRAN-INV-NUMBER ' CUSTOMER ' TRAN-CUST-ID
               NOT INVALID KEY
                   IF INV-CUST-ID = TRAN-CUST-ID
                       PERFORM 2650-APPLY-TO-THIS-INVOICE
                   ELSE
                       DISPLAY 'NAMED INVOICE NOT THIS CUSTOMER: '
                           TRAN-INV-NUMBER ' CUSTOMER ' TRAN-CUST-ID
                   END-IF
           END-READ.

       2620-APPLY-TO-OLDEST-INVOICE.
      *    Browse the customer's invoices for the open one falling
      *    due first, then apply what cash is left to it
           MOVE ZEROS TO WS-OLDEST-INV-NUMBER
           MOVE 99999999 TO WS-OLDEST-DUE-DATE
           SET WS-INV-BROWSE-NOT-EOF TO TRUE
           MOVE TRAN-CUST-ID TO INV-CUST-ID
           START INVOICE-FILE KEY IS EQUAL TO INV-CUST-ID
               INVALID KEY SET WS-INV-BROWSE-EOF TO TRUE
           END-START
           IF WS-INV-BROWSE-NOT-EOF
               PERFORM 2630-READ-NEXT-INVOICE
               PERFORM 2640-CHECK-OLDEST-INVOICE
                   UNTIL WS-INV-BROWSE-EOF
           END-IF
           IF WS-OLDEST-INV-NUMBER = ZEROS
               SET WS-NO-OPEN-INVOICE TO TRUE
           ELSE
               MOVE WS-OLDEST-INV-NUMBER TO INV-NUMBER
               READ INVOICE-FILE KEY IS INV-NUMBER
                   INVALID KEY
                       SET WS-NO-OPEN-INVOICE TO TRUE
                   NOT INVALID KEY
                       PERFORM 2650-APPLY-TO-THIS-INVOICE
               END-READ
           END-IF.

       2630-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET WS-INV-BROWSE-EOF TO TRUE
           END-READ
           IF WS-INV-BROWSE-NOT-EOF
           AND INV-CUST-ID NOT = TRAN-CUST-ID
               SET WS-INV-BROWSE-EOF TO TRUE
           END-IF.

       2640-CHECK-OLDEST-INVOICE.
           PERFORM 2660-NORMALIZE-INVOICE
           IF INV-OPEN-AMT > ZERO
           AND INV-DUE-DATE < WS-OLDEST-DUE-DATE
               MOVE INV-NUMBER TO WS-OLDEST-INV-NUMBER
               MOVE INV-DUE-DATE TO WS-OLDEST-DUE-DATE
           END-IF
           PERFORM 2630-READ-NEXT-INVOICE.

       2650-APPLY-TO-THIS-INVOICE.
           PERFORM 2660-NORMALIZE-INVOICE
           IF INV-OPEN-AMT > ZERO
               IF INV-OPEN-AMT < WS-CASH-REMAINING
                   MOVE INV-OPEN-AMT TO WS-APPLY-AMT
               ELSE
                   MOVE WS-CASH-REMAINING TO WS-APPLY-AMT
               END-IF
               ADD WS-APPLY-AMT TO INV-APPLIED-AMT
               SUBTRACT WS-APPLY-AMT FROM INV-OPEN-AMT
               SUBTRACT WS-APPLY-AMT FROM WS-CASH-REMAINING
               PERFORM 2670-SET-INVOICE-STATUS
               REWRITE INVOICE-RECORD
                   INVALID KEY
                       MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR REWRITING INVOICE RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-REWRITE
               ADD 1 TO WS-INV-APPLIED-COUNT
               ADD WS-APPLY-AMT TO WS-INV-APPLIED-AMOUNT
               PERFORM 2680-WRITE-APPLICATION
           END-IF.

       2660-NORMALIZE-INVOICE.
      *    An invoice cut before cash application existed carries
      *    blanks where the applied and open amounts now live - it
      *    is wholly open
           IF INV-NOT-YET-APPLIED
               MOVE ZEROS TO INV-APPLIED-AMT
               MOVE INV-AMOUNT TO INV-OPEN-AMT
               SET INV-OPEN TO TRUE
           END-IF.

       2670-SET-INVOICE-STATUS.
           EVALUATE TRUE
               WHEN INV-OPEN-AMT NOT > ZERO
                   SET INV-PAID TO TRUE
               WHEN INV-APPLIED-AMT > ZERO
                   SET INV-PARTIAL TO TRUE
               WHEN OTHER
                   SET INV-OPEN TO TRUE
           END-EVALUATE.

       2680-WRITE-APPLICATION.
      *    The payment's sequence in tonight's file keeps two equal
      *    payments on the same date apart
           MOVE SPACES TO CASH-APPLICATION-RECORD
           MOVE TRAN-CUST-ID TO APP-CUST-ID
           MOVE TRAN-DATE TO APP-PAY-DATE
           MOVE WS-RUN-DATE TO APP-POST-DATE
           MOVE WS-TRAN-READ-COUNT TO APP-PAY-SEQ
           MOVE INV-NUMBER TO APP-INV-NUMBER
           MOVE TRAN-AMOUNT TO APP-PAY-AMOUNT
           MOVE WS-APPLY-AMT TO APP-APPLIED-AMT
           SET APP-ACTIVE TO TRUE
           MOVE ZEROS TO APP-REVERSED-DATE
           WRITE CASH-APPLICATION-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: APPLICATION NOT RECORDED: '
                       APP-CUST-ID ' INVOICE ' APP-INV-NUMBER
           END-WRITE.

       2700-REOPEN-INVOICES.
      *    The reversal names the original payment by its date and
      *    amount - the first still-active payment on file that
      *    matches is the one backed out, and every invoice it was
      *    applied to gets that money back open
           IF WS-INVOICES-AVAILABLE
               SET WS-PAYMENT-GROUP-NOT-FOUND TO TRUE
               SET WS-APP-BROWSE-NOT-EOF TO TRUE
               MOVE TRAN-CUST-ID TO APP-CUST-ID
               MOVE TRAN-ORIG-DATE TO APP-PAY-DATE
               MOVE ZEROS TO APP-POST-DATE
               MOVE ZEROS TO APP-PAY-SEQ
               MOVE ZEROS TO APP-INV-NUMBER
               START CASH-APP-FILE KEY NOT LESS THAN APP-KEY
                   INVALID KEY SET WS-APP-BROWSE-EOF TO TRUE
               END-START
               IF WS-APP-BROWSE-NOT-EOF
                   PERFORM 2710-READ-NEXT-APPLICATION
                   PERFORM 2720-CHECK-APPLICATION
                       UNTIL WS-APP-BROWSE-EOF
               END-IF
               IF WS-PAYMENT-GROUP-NOT-FOUND
                   DISPLAY 'NO APPLICATION FOUND FOR REVERSAL: '
                       TRAN-CUST-ID ' ' TRAN-ORIG-DATE
               END-IF
           END-IF.

       2710-READ-NEXT-APPLICATION.
           READ CASH-APP-FILE NEXT RECORD
               AT END SET WS-APP-BROWSE-EOF TO TRUE
           END-READ
           IF WS-APP-BROWSE-NOT-EOF
               IF APP-CUST-ID NOT = TRAN-CUST-ID
               OR APP-PAY-DATE NOT = TRAN-ORIG-DATE
                   SET WS-APP-BROWSE-EOF TO TRUE
               END-IF
           END-IF.

       2720-CHECK-APPLICATION.
           IF WS-PAYMENT-GROUP-NOT-FOUND
           AND APP-ACTIVE
           AND APP-PAY-AMOUNT = TRAN-ORIG-AMOUNT
               SET WS-PAYMENT-GROUP-FOUND TO TRUE
               MOVE APP-POST-DATE TO WS-REV-POST-DATE
               MOVE APP-PAY-SEQ TO WS-REV-PAY-SEQ
           END-IF
           IF WS-PAYMENT-GROUP-FOUND
           AND APP-ACTIVE
           AND APP-POST-DATE = WS-REV-POST-DATE
           AND APP-PAY-SEQ = WS-REV-PAY-SEQ
               PERFORM 2730-REVERSE-APPLICATION
           END-IF
           PERFORM 2710-READ-NEXT-APPLICATION.

       2730-REVERSE-APPLICATION.
           SET APP-REVERSED TO TRUE
           MOVE WS-RUN-DATE TO APP-REVERSED-DATE
           REWRITE CASH-APPLICATION-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: APPLICATION NOT REVERSED: '
                       APP-CUST-ID ' INVOICE ' APP-INV-NUMBER
           END-REWRITE
           MOVE APP-INV-NUMBER TO INV-NUMBER
           READ INVOICE-FILE KEY IS INV-NUMBER
               INVALID KEY
                   DISPLAY 'WARNING: INVOICE NOT REOPENED: '
                       APP-INV-NUMBER
               NOT INVALID KEY
                   PERFORM 2660-NORMALIZE-INVOICE
                   SUBTRACT APP-APPLIED-AMT FROM INV-APPLIED-AMT
                   ADD APP-APPLIED-AMT TO INV-OPEN-AMT
                   PERFORM 2670-SET-INVOICE-STATUS
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                           MOVE 'ERROR REWRITING INVOICE RECORD'
                               TO WS-ERROR-MESSAGE
                           PERFORM 8000-ERROR-HANDLER
                   END-REWRITE
                   ADD 1 TO WS-INV-REOPENED-COUNT
                   ADD APP-APPLIED-AMT TO WS-INV-REOPENED-AMOUNT
           END-READ.

       2800-POST-RECOVERY.
      *    The account was written off - a payment on it is a
      *    recovery against the loss, never a credit to the zeroed
      *    balance, and anything else waits for someone to look
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           IF TRAN-TYPE = 'P'
               MOVE 'RECOVERY' TO WS-REG-TYPE
               PERFORM 2810-RECORD-RECOVERY
               ADD 1 TO WS-RECOVERY-COUNT
               ADD TRAN-AMOUNT TO WS-RECOVERY-AMOUNT
               MOVE SPACES TO GL-ACTIVITY-RECORD
               MOVE 'CUSTPOST' TO GLA-STEP-NAME
               MOVE WS-RUN-DATE TO GLA-RUN-DATE
               MOVE 'RCVY' TO GLA-ACTIVITY-TYPE
               MOVE TRAN-CUST-ID TO GLA-CUST-ID
               MOVE TRAN-DATE TO GLA-REFERENCE
               MOVE TRAN-AMOUNT TO GLA-AMOUNT
               PERFORM 2560-PUT-GL-ACTIVITY
               MOVE 'RECOVERY - CHARGED OFF' TO WS-REG-RESULT
               PERFORM 2500-WRITE-REGISTER-DETAIL
           ELSE
               IF TRAN-TYPE = 'C'
               AND TRAN-AGENCY-COMMISSION
      *            The recovery was booked net of what the agency
      *            kept - there is no balance for the commission to
      *            relieve, so it is shown and passed over
                   MOVE 'CREDIT' TO WS-REG-TYPE
                   MOVE 'COMMISSION - RECOVERY' TO WS-REG-RESULT
                   PERFORM 2500-WRITE-REGISTER-DETAIL
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
                   ADD TRAN-AMOUNT TO WS-REJECT-AMOUNT
                   MOVE SPACES TO WS-REG-TYPE
                   MOVE TRAN-TYPE TO WS-REG-TYPE(1:1)
                   MOVE 'REJECT - CHARGED OFF' TO WS-REG-RESULT
                   PERFORM 2500-WRITE-REGISTER-DETAIL
               END-IF
           END-IF.

       2810-RECORD-RECOVERY.
           IF WS-CHARGE-OFFS-AVAILABLE
               MOVE TRAN-CUST-ID TO CHG-CUST-ID
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       DISPLAY 'WARNING: NO CHARGE-OFF RECORD FOR '
                           'RECOVERY: ' TRAN-CUST-ID
                   NOT INVALID KEY
                       ADD TRAN-AMOUNT TO CHG-RECOVERED-AMT
                       ADD 1 TO CHG-RECOVERY-COUNT
                       MOVE WS-RUN-DATE TO CHG-LAST-RECOVERY-DATE
                       REWRITE CHARGE-OFF-RECORD
                           INVALID KEY
                               DISPLAY 'WARNING: RECOVERY NOT '
                                   'RECORDED: ' TRAN-CUST-ID
                       END-REWRITE
               END-READ
           ELSE
               DISPLAY 'WARNING: NO CHARGE-OFF FILE FOR RECOVERY: '
                   TRAN-CUST-ID
           END-IF.

       3000-WRITE-TOTALS.
           MOVE WS-TRAN-READ-COUNT TO WS-REG-READ
           MOVE WS-POSTED-COUNT TO WS-REG-POSTED
           WRITE REGISTER-LINE
           MOVE WS-NSF-FEE-TOTAL TO WS-REG-NSF-FEES
           MOVE WS-FEE-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-INV-APPLIED-COUNT TO WS-REG-INV-APPLIED
           MOVE WS-INV-APPLIED-AMOUNT TO WS-REG-INV-APPLIED-AMT
           MOVE WS-UNAPPLIED-AMOUNT TO WS-REG-UNAPPLIED-AMT
           MOVE WS-INV-REOPENED-COUNT TO WS-REG-INV-REOPENED
           MOVE WS-INV-REOPENED-AMOUNT TO WS-REG-INV-REOPENED-AMT
           MOVE WS-APPLICATION-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-RECOVERY-COUNT TO WS-REG-RECOVERIES
           MOVE WS-RECOVERY-AMOUNT TO WS-REG-RECOVERY-AMT
           MOVE WS-RECOVERY-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       3500-WRITE-STEP-CONTROL.
           MOVE WS-POSTED-COUNT TO STP-RECORD-COUNT
      *    The handed-off amount is the night's full balance
      *    movement - transaction amounts plus the NSF fees
      *    assessed on top of the reversals - plus the recoveries,
      *    which move cash but no balance
           COMPUTE STP-AMOUNT =
               WS-POSTED-AMOUNT + WS-NSF-FEE-TOTAL
               + WS-RECOVERY-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

       7900-JOURNAL-CUSTOMER.
      *    The caller has set the action and kept the record as it
      *    was read; the record as it now stands is the after image
           SET JRQ-WRITE TO TRUE
           MOVE CUSTOMER-RECORD TO JRQ-AFTER-IMAGE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           IF JRQ-RETURN-CODE > 4
               MOVE JRQ-FILE-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING CUSTOMER CHANGE JOURNAL'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       8000-ERROR-HANDLER.
           PERFORM 8100-LOOKUP-FILE-STATUS
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           END-EVALUATE.

       9000-TERMINATE.
           SET JRQ-CLOSE TO TRUE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           CLOSE TRAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AGE-FILE
               CLOSE MEMO-FILE
           END-IF
           CLOSE REGISTER-FILE
           CLOSE GL-ACTIVITY-FILE
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
               CLOSE CASH-APP-FILE
           END-IF
           IF WS-CHARGE-OFFS-AVAILABLE
               CLOSE CHARGE-OFF-FILE
           END-IF
           DISPLAY 'TRANSACTION POSTING COMPLETE'.
