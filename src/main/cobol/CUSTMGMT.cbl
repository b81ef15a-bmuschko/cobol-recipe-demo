      * CUSTMGMT - Customer Management Program                        *
      * This program demonstrates various COBOL features for recipe   *
      * testing including copybook usage and debugging mode.          *
      *                                                               *
      * Any account not charged off may enroll in autopay, including  *
      * a parent or branch of a customer group. CUSTSTMT stamps each  *
      * enrolled member from its own section of the group statement,  *
      * for that member's own balance and minimum, so CUSTACH debits  *
      * every enrolled member of a group separately.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT INQUIRY-RPT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-INQUIRY-RPT-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.
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
           SELECT NOTE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO CHGJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-FILE.
       COPY MEMOPAY.

      * Invoices cut by ORDINV - a dispute must name a real invoice
      * and can never claim more than is still open on it
       FD  INVOICE-FILE.
       COPY INVOICE.

      * Invoice disputes - an open dispute holds its amount out of
      * the finance-charge and over-limit tests until resolved
       FD  DISPUTE-FILE.
       COPY DISPUTE.

      * Autopay enrollments - the bank account the nightly CUSTACH
      * run debits when a payment falls due
       FD  AUTOPAY-FILE.
       COPY AUTOPAY.

      * Account groups - branches linked to the parent account that
      * is billed for them, and the group's combined credit limit
       FD  HIERARCHY-FILE.
       COPY CUSTHIER.

      * Collector contact notes - what was said on every call, letter
      * and email, read back newest first
       FD  NOTE-FILE.
       COPY CONTNOTE.

      * Customer change journal - one record per field changed on
      * the master, by whom and from what to what, newest first
       FD  JOURNAL-FILE.
       COPY CHGJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-PARM-STATUS              PIC XX.
           88  WS-PARM-OK              VALUE '00'.
           88  WS-PARM-EOF             VALUE '10'.
           88  WS-MEMO-NOT-FOUND       VALUE '23'.
           88  WS-MEMO-NO-FILE         VALUE '35'.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NOT-FOUND    VALUE '23'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-DISPUTE-STATUS           PIC XX.
           88  WS-DISPUTE-OK           VALUE '00'.
           88  WS-DISPUTE-NOT-FOUND    VALUE '23'.
           88  WS-DISPUTE-NO-FILE      VALUE '35'.

       01  WS-AUTOPAY-STATUS           PIC XX.
           88  WS-AUTOPAY-OK           VALUE '00'.
           88  WS-AUTOPAY-NOT-FOUND    VALUE '23'.
           88  WS-AUTOPAY-NO-FILE      VALUE '35'.

       01  WS-HIERARCHY-STATUS         PIC XX.
           88  WS-HIERARCHY-OK         VALUE '00'.
           88  WS-HIERARCHY-NOT-FOUND  VALUE '23'.
           88  WS-HIERARCHY-NO-FILE    VALUE '35'.

       01  WS-NOTE-STATUS              PIC XX.
           88  WS-NOTE-OK              VALUE '00'.
           88  WS-NOTE-NOT-FOUND       VALUE '23'.
           88  WS-NOTE-NO-FILE         VALUE '35'.

       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE '00'.
           88  WS-JOURNAL-NO-FILE      VALUE '35'.

       01  WS-EVENT-WORK.
           05  WS-EVENT-TYPE           PIC X(4).
           05  WS-EVENT-PAYLOAD        PIC X(80).
               88  WS-FUNC-SEARCH      VALUE 'S'.
               88  WS-FUNC-PROMISE     VALUE 'P'.
               88  WS-FUNC-PAYMENT     VALUE 'T'.
               88  WS-FUNC-DISPUTE     VALUE 'V'.
               88  WS-FUNC-AUTOPAY     VALUE 'B'.
               88  WS-FUNC-HIERARCHY   VALUE 'H'.
               88  WS-FUNC-NOTES       VALUE 'N'.
               88  WS-FUNC-HISTORY     VALUE 'J'.
               88  WS-FUNC-EXIT        VALUE 'X'.
      *    Console amounts arrive as display characters - never
      *    ACCEPT straight into a packed field
           05  WS-AMOUNT-TEXT          PIC X(11).
           05  WS-CYCLE-TEXT           PIC X(2).
           05  WS-EXEMPT-TEXT          PIC X(1).
           05  WS-CERT-TEXT            PIC X(15).
           05  WS-DATE-TEXT            PIC X(8).
           05  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99-.
           05  WS-PROMISE-VALID-FLAG   PIC X(1).
               88  WS-MEMO-ON-FILE     VALUE 'Y'.
               88  WS-MEMO-NEW         VALUE 'N'.
           05  WS-PAYMENT-AMOUNT       PIC S9(7)V99 COMP-3.
           05  WS-PAY-INV-NUMBER       PIC 9(8).
           05  WS-EFFECTIVE-BALANCE    PIC S9(7)V99 COMP-3.
           05  WS-AVAILABLE-CREDIT     PIC S9(7)V99 COMP-3.
           05  WS-EDIT-BALANCE         PIC ZZZ,ZZ9.99-.
           05  WS-AUDIT-ACTION         PIC X(1).
           05  WS-OPERATOR-ID          PIC X(8).

       01  WS-DISPUTE-WORK.
           05  WS-DSP-INV-NUMBER       PIC 9(8).
           05  WS-DSP-CUST-ID          PIC 9(8).
           05  WS-DSP-INV-AMOUNT       PIC S9(7)V99 COMP-3.
           05  WS-DSP-OPEN-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-DSP-ANSWER           PIC X(1).
           05  WS-DSP-FOUND-FLAG       PIC X(1).
               88  WS-DISPUTE-ON-FILE  VALUE 'Y'.
               88  WS-DISPUTE-NEW      VALUE 'N'.
           05  WS-DSP-VALID-FLAG       PIC X(1).
               88  WS-DISPUTE-VALID    VALUE 'Y'.
               88  WS-DISPUTE-INVALID  VALUE 'N'.

       01  WS-AUTOPAY-WORK.
           05  WS-APY-ROUTING-TEXT     PIC X(9).
           05  WS-APY-CHECK-SUM        PIC 9(4) COMP.
           05  WS-APY-ACCOUNT-LEN      PIC 9(4) COMP.
           05  WS-APY-MASKED-ACCOUNT   PIC X(8).
           05  WS-APY-ACTION           PIC X(1).
               88  WS-APY-CHANGE       VALUE 'C'.
               88  WS-APY-SUSPEND      VALUE 'S'.
               88  WS-APY-REACTIVATE   VALUE 'A'.
           05  WS-APY-FOUND-FLAG       PIC X(1).
               88  WS-AUTOPAY-ON-FILE  VALUE 'Y'.
               88  WS-AUTOPAY-NEW      VALUE 'N'.
           05  WS-APY-VALID-FLAG       PIC X(1).
               88  WS-AUTOPAY-VALID    VALUE 'Y'.
               88  WS-AUTOPAY-INVALID  VALUE 'N'.

       01  WS-HIERARCHY-WORK.
           05  WS-HIR-PARENT-ID        PIC 9(8).
           05  WS-HIR-BRANCH-ID        PIC 9(8).
           05  WS-HIR-GROUP-LIMIT      PIC S9(7)V99 COMP-3.
           05  WS-HIR-BRANCH-COUNT     PIC 9(4) COMP.
           05  WS-HIR-ACTION           PIC X(1).
               88  WS-HIR-SET-LIMIT    VALUE 'L'.
               88  WS-HIR-ADD-BRANCH   VALUE 'A'.
               88  WS-HIR-REMOVE-BRANCH VALUE 'R'.
           05  WS-HIR-FOUND-FLAG       PIC X(1).
               88  WS-GROUP-ON-FILE    VALUE 'Y'.
               88  WS-GROUP-NEW        VALUE 'N'.
           05  WS-HIR-SHOW-FLAG        PIC X(1).
               88  WS-HIR-SHOW-BRANCHES VALUE 'Y'.
               88  WS-HIR-COUNT-ONLY   VALUE 'N'.
           05  WS-HIR-EOF-FLAG         PIC X(1).
               88  WS-HIR-EOF          VALUE 'Y'.
               88  WS-HIR-NOT-EOF      VALUE 'N'.

      *    Contact notes - inquiry shows the latest few, function N
      *    every note up to the list limit
       01  WS-NOTE-WORK.
           05  WS-NOTE-INQUIRY-MAX     PIC 9(4) COMP VALUE 5.
           05  WS-NOTE-LIST-MAX        PIC 9(4) COMP VALUE 20.
           05  WS-NOTE-SHOW-LIMIT      PIC 9(4) COMP.
           05  WS-NOTE-SHOWN           PIC 9(4) COMP.
           05  WS-NOTE-ANSWER          PIC X(1).
           05  WS-NOTE-EOF-FLAG        PIC X(1).
               88  WS-NOTE-EOF         VALUE 'Y'.
               88  WS-NOTE-NOT-EOF     VALUE 'N'.
           05  WS-NOTE-VALID-FLAG      PIC X(1).
               88  WS-NOTE-VALID       VALUE 'Y'.
               88  WS-NOTE-INVALID     VALUE 'N'.
           05  WS-NOTE-EDIT-DATE       PIC 9999/99/99.
           05  WS-NOTE-EDIT-TIME.
               10  WS-NOTE-EDIT-HH     PIC 9(2).
               10  FILLER              PIC X(1) VALUE ':'.
               10  WS-NOTE-EDIT-MM     PIC 9(2).

      *    Change history - shown a page at a time, newest first
       01  WS-HISTORY-WORK.
           05  WS-HST-PAGE-MAX         PIC 9(4) COMP VALUE 20.
           05  WS-HST-PAGE-COUNT       PIC 9(4) COMP.
           05  WS-HST-SHOWN            PIC 9(4) COMP.
           05  WS-HST-ANSWER           PIC X(1).
           05  WS-HST-EOF-FLAG         PIC X(1).
               88  WS-HST-EOF          VALUE 'Y'.
               88  WS-HST-NOT-EOF      VALUE 'N'.
           05  WS-HST-ACTION-TEXT      PIC X(7).
           05  WS-HST-EDIT-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  WS-HST-BEFORE-SHOW      PIC X(40).
           05  WS-HST-AFTER-SHOW       PIC X(40).
           05  WS-HST-EDIT-DATE        PIC 9999/99/99.
           05  WS-HST-EDIT-TIME.
               10  WS-HST-EDIT-HH      PIC 9(2).
               10  FILLER              PIC X(1) VALUE ':'.
               10  WS-HST-EDIT-MM      PIC 9(2).
               10  FILLER              PIC X(1) VALUE ':'.
               10  WS-HST-EDIT-SS      PIC 9(2).

       01  WS-SEARCH-CONTROLS.
           05  WS-SEARCH-TYPE          PIC X(1).
               88  WS-SEARCH-BY-NAME   VALUE 'N'.
           ACCEPT WS-BATCH-MODE-FLAG
           DISPLAY 'ENTER OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
      *    Every change made this session is journaled under the
      *    operator who signed on
           MOVE 'CUSTMGMT' TO JRQ-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRQ-OPERATOR-ID
           PERFORM 1500-CHECK-OPERATOR-PROFILE
           IF WS-SIGNON-DENIED
               SET WS-STOP TO TRUE
                   PERFORM 2800-RECORD-PROMISE
               WHEN WS-FUNC-PAYMENT
                   PERFORM 2750-TAKE-PAYMENT
               WHEN WS-FUNC-DISPUTE
                   PERFORM 2900-MAINTAIN-DISPUTE
               WHEN WS-FUNC-AUTOPAY
                   PERFORM 2950-MAINTAIN-AUTOPAY
               WHEN WS-FUNC-HIERARCHY
                   PERFORM 2980-MAINTAIN-HIERARCHY
               WHEN WS-FUNC-NOTES
                   PERFORM 2830-CONTACT-NOTES
               WHEN WS-FUNC-HISTORY
                   PERFORM 2850-CHANGE-HISTORY
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - TRY AGAIN'
           END-EVALUATE.

       2020-CHECK-AUTHORIZATION.
      *    Inquiry-only operators get I and S, maintenance operators
      *    add A and C, and only supervisors may delete. Anyone
      *    signed on may note a conversation or review the change
      *    history - neither changes anything on the account.
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   SET WS-AUTHORIZED TO TRUE
               WHEN WS-FUNC-INQUIRY OR WS-FUNC-SEARCH
               OR WS-FUNC-NOTES OR WS-FUNC-HISTORY
                   SET WS-AUTHORIZED TO TRUE
               WHEN WS-FUNC-ADD OR WS-FUNC-CHANGE
               OR WS-FUNC-PROMISE OR WS-FUNC-PAYMENT
               OR WS-FUNC-DISPUTE OR WS-FUNC-AUTOPAY
               OR WS-FUNC-HIERARCHY
                   IF WS-ROLE-MAINT OR WS-ROLE-SUPERVISOR
                       SET WS-AUTHORIZED TO TRUE
                   ELSE
           DISPLAY '  S - SEARCH BY NAME, PHONE, OR EMAIL'
           DISPLAY '  P - RECORD A PROMISE TO PAY'
           DISPLAY '  T - TAKE A COUNTER PAYMENT'
           DISPLAY '  V - OPEN OR RESOLVE AN INVOICE DISPUTE'
           DISPLAY '  B - MAINTAIN AUTOPAY BANK DEBIT ENROLLMENT'
           DISPLAY '  H - MAINTAIN ACCOUNT GROUP (PARENT/BRANCHES)'
           DISPLAY '  N - REVIEW OR ADD CONTACT NOTES'
           DISPLAY '  J - REVIEW CUSTOMER CHANGE HISTORY'
           DISPLAY '  X - EXIT'
           DISPLAY 'ENTER SELECTION: '.

                       DISPLAY 'CUSTOMER ALREADY EXISTS: ' CUST-ID
                   NOT INVALID KEY
                       DISPLAY 'CUSTOMER ADDED: ' CUST-ID
                       SET JRQ-ADD TO TRUE
                       PERFORM 7900-JOURNAL-CUSTOMER
                       MOVE 'WELC' TO WS-EVENT-TYPE
                       MOVE 'WELCOME - YOUR ACCOUNT HAS BEEN OPENED'
                           TO WS-EVENT-PAYLOAD
      *    keyed
           MOVE ZEROS TO CUST-CYCLE-CODE
           PERFORM 2720-CAPTURE-CYCLE-CODE
      *    A new customer is taxable until a certificate is keyed
           MOVE 'N' TO CUST-TAX-EXEMPT
           MOVE SPACES TO CUST-TAX-CERT
           PERFORM 2730-CAPTURE-TAX-EXEMPTION
           MOVE ZEROS TO CUST-BALANCE
           MOVE ZEROS TO CUST-CREDIT-LIMIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           END-READ.

       2310-UPDATE-CUSTOMER-FIELDS.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           DISPLAY 'CURRENT NAME: ' CUST-FIRST-NAME ' ' CUST-LAST-NAME
           DISPLAY 'ENTER FIRST NAME: '
           ACCEPT CUST-FIRST-NAME
           ACCEPT CUST-STATUS
           DISPLAY 'CURRENT BILLING CYCLE: ' CUST-CYCLE-CODE
           PERFORM 2720-CAPTURE-CYCLE-CODE
           DISPLAY 'CURRENT TAX EXEMPT: ' CUST-TAX-EXEMPT
               ' CERTIFICATE: ' CUST-TAX-CERT
           PERFORM 2730-CAPTURE-TAX-EXEMPTION
           PERFORM 2700-EDIT-CUSTOMER-FIELDS
           IF EDIT-RETURN-CODE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                       DISPLAY 'ERROR UPDATING CUSTOMER: ' CUST-ID
                   NOT INVALID KEY
                       DISPLAY 'CUSTOMER UPDATED: ' CUST-ID
                       SET JRQ-CHANGE TO TRUE
                       PERFORM 7900-JOURNAL-CUSTOMER
                       MOVE 'C' TO WS-AUDIT-ACTION
                       PERFORM 3550-AUDIT-MAINTENANCE
                       IF CUST-STATUS NOT = WS-OLD-STATUS
                   CUST-CYCLE-CODE
           END-IF.

       2730-CAPTURE-TAX-EXEMPTION.
      *    An exempt customer must have the certificate number the
      *    tax filer can produce on audit - CUSTEDIT refuses the
      *    record otherwise. A blank answer keeps what is there.
           DISPLAY 'TAX EXEMPT (Y/N, BLANK TO KEEP): '
           ACCEPT WS-EXEMPT-TEXT
           EVALUATE WS-EXEMPT-TEXT
               WHEN 'Y'
                   MOVE 'Y' TO CUST-TAX-EXEMPT
                   DISPLAY 'ENTER EXEMPTION CERTIFICATE NUMBER: '
                   ACCEPT WS-CERT-TEXT
                   IF WS-CERT-TEXT NOT = SPACES
                       MOVE WS-CERT-TEXT TO CUST-TAX-CERT
                   END-IF
               WHEN 'N'
                   MOVE 'N' TO CUST-TAX-EXEMPT
                   MOVE SPACES TO CUST-TAX-CERT
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'INVALID TAX EXEMPT FLAG - KEPT AS '
                       CUST-TAX-EXEMPT
           END-EVALUATE.

       2400-DELETE-CUSTOMER.
      *    Read before deleting - the record as it stood is what the
      *    change journal keeps of a deleted customer
           DISPLAY 'ENTER CUSTOMER ID TO DELETE: '
           ACCEPT WS-SEARCH-ID
           MOVE WS-SEARCH-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
               NOT INVALID KEY
                   PERFORM 2410-REMOVE-CUSTOMER
           END-READ.

       2410-REMOVE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           DELETE CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
               NOT INVALID KEY
                   DISPLAY 'CUSTOMER DELETED: ' CUST-ID
                   SET JRQ-DELETE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   MOVE 'D' TO WS-AUDIT-ACTION
                   PERFORM 3550-AUDIT-MAINTENANCE
           END-DELETE.
           IF WS-PAYMENT-AMOUNT NOT > ZERO
               DISPLAY 'PAYMENT AMOUNT MUST BE POSITIVE'
           ELSE
      *        The invoice the customer says they are paying - posting
      *        applies the cash there first, oldest-due-first if none
               DISPLAY 'ENTER INVOICE NUMBER PAID (0 IF NONE): '
               ACCEPT WS-PAY-INV-NUMBER
               PERFORM 2770-APPEND-TRANSACTION
               PERFORM 2780-RECORD-MEMO-AMOUNT
               MOVE WS-PAYMENT-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-TODAY-DATE TO TRAN-DATE
               MOVE ZEROS TO TRAN-ORIG-DATE
               MOVE ZEROS TO TRAN-ORIG-AMOUNT
               MOVE WS-PAY-INV-NUMBER TO TRAN-INV-NUMBER
               WRITE TRAN-RECORD
               CLOSE TRAN-FILE
           END-IF.
               MOVE 'O' TO PRM-STATUS
           END-IF.

       2830-CONTACT-NOTES.
      *    Every conversation with the customer is noted so the next
      *    person to pick up the phone knows what was said and what
      *    was promised - the notes on file are shown newest first
      *    with the balance and risk grade before a new one is taken
           DISPLAY 'ENTER CUSTOMER ID (0 TO CANCEL): '
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID NOT = ZEROS
               MOVE WS-SEARCH-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
                   NOT INVALID KEY
                       PERFORM 2835-REVIEW-NOTES
               END-READ
           END-IF.

       2835-REVIEW-NOTES.
           DISPLAY '================================'
           DISPLAY 'CUSTOMER ID: ' CUST-ID
           DISPLAY 'NAME: ' CUST-FIRST-NAME ' ' CUST-LAST-NAME
           DISPLAY 'PHONE: ' CUST-PHONE
           PERFORM 4200-SHOW-MEMO-BALANCE
           PERFORM 4100-SHOW-RISK-GRADE
           MOVE WS-NOTE-LIST-MAX TO WS-NOTE-SHOW-LIMIT
           PERFORM 4500-SHOW-CONTACT-NOTES
           DISPLAY '================================'
           DISPLAY 'ADD A CONTACT NOTE (Y/N): '
           ACCEPT WS-NOTE-ANSWER
           IF WS-NOTE-ANSWER = 'Y'
               PERFORM 2840-ADD-CONTACT-NOTE
           END-IF.

       2840-ADD-CONTACT-NOTE.
           PERFORM 2845-COLLECT-NOTE-FIELDS
           IF WS-NOTE-INVALID
               DISPLAY 'NOTE NOT RECORDED'
           ELSE
               OPEN I-O NOTE-FILE
               IF WS-NOTE-NO-FILE
      *            First note ever taken - create an empty notes
      *            file and carry on
                   OPEN OUTPUT NOTE-FILE
                   CLOSE NOTE-FILE
                   OPEN I-O NOTE-FILE
               END-IF
               IF NOT WS-NOTE-OK
                   MOVE WS-NOTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CONTACT NOTE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   WRITE CONTACT-NOTE-RECORD
                       INVALID KEY
                           DISPLAY 'NOTE NOT RECORDED - TRY AGAIN: '
                               NTE-CUST-ID
                       NOT INVALID KEY
                           DISPLAY 'NOTE RECORDED: ' NTE-CUST-ID
                   END-WRITE
                   CLOSE NOTE-FILE
               END-IF
           END-IF.

       2845-COLLECT-NOTE-FIELDS.
      *    Contact type and outcome must be codes the collector
      *    activity report knows, and a note must say something
           SET WS-NOTE-VALID TO TRUE
           MOVE SPACES TO CONTACT-NOTE-RECORD
           DISPLAY 'CONTACT TYPE - I INBOUND CALL, O OUTBOUND CALL,'
           DISPLAY '               L LETTER, E EMAIL: '
           ACCEPT NTE-CONTACT-TYPE
           IF NOT NTE-VALID-TYPE
               DISPLAY 'CONTACT TYPE MUST BE I, O, L OR E'
               SET WS-NOTE-INVALID TO TRUE
           END-IF
           DISPLAY 'OUTCOME - PP PROMISE TO PAY, PM PAYMENT MADE,'
           DISPLAY '   CB CALL BACK, NA NO ANSWER, LM LEFT MESSAGE,'
           DISPLAY '   WN WRONG NUMBER, DP DISPUTES BALANCE,'
           DISPLAY '   RP REFUSED TO PAY, SE SENT, IN INFORMATION: '
           ACCEPT NTE-OUTCOME-CODE
           IF NOT NTE-VALID-OUTCOME
               DISPLAY 'OUTCOME CODE NOT RECOGNIZED'
               SET WS-NOTE-INVALID TO TRUE
           END-IF
           DISPLAY 'ENTER NOTE TEXT: '
           ACCEPT NTE-TEXT
           IF NTE-TEXT = SPACES
               DISPLAY 'NOTE TEXT IS REQUIRED'
               SET WS-NOTE-INVALID TO TRUE
           END-IF
           IF WS-NOTE-VALID
               MOVE CUST-ID TO NTE-CUST-ID
               MOVE FUNCTION CURRENT-DATE(1:16) TO NTE-TIMESTAMP
               COMPUTE NTE-SEQ-STAMP =
                   9999999999999999 - NTE-TIMESTAMP-NUM
               MOVE WS-OPERATOR-ID TO NTE-OPERATOR-ID
           END-IF.

       2850-CHANGE-HISTORY.
      *    Who changed what on the account, and when - a deleted
      *    customer's history is still there to be read, so the
      *    customer need not be on the master
           DISPLAY 'ENTER CUSTOMER ID (0 TO CANCEL): '
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID NOT = ZEROS
               MOVE WS-SEARCH-ID TO CUST-ID
               DISPLAY '================================'
               DISPLAY 'CUSTOMER ID: ' WS-SEARCH-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'NOT ON THE MASTER - HISTORY ONLY'
                   NOT INVALID KEY
                       DISPLAY 'NAME: ' CUST-FIRST-NAME ' '
                           CUST-LAST-NAME
               END-READ
               PERFORM 4600-SHOW-CHANGE-HISTORY
               DISPLAY '================================'
           END-IF.

       2900-MAINTAIN-DISPUTE.
      *    A customer disputing an invoice - open the dispute so the
      *    fee and dunning runs stop working the disputed dollars, or
      *    resolve one already open. One dispute per invoice number.
           DISPLAY 'ENTER INVOICE NUMBER (0 TO CANCEL): '
           ACCEPT WS-DSP-INV-NUMBER
           IF WS-DSP-INV-NUMBER NOT = ZEROS
               PERFORM 2910-READ-DISPUTED-INVOICE
               IF WS-DISPUTE-VALID
                   PERFORM 2920-PROCESS-DISPUTE
               END-IF
           END-IF.

       2910-READ-DISPUTED-INVOICE.
      *    The invoice must exist; its open amount caps the dispute.
      *    An invoice cut before cash application is wholly open.
           SET WS-DISPUTE-INVALID TO TRUE
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NO-FILE
               DISPLAY 'NO INVOICES ON FILE - NOTHING TO DISPUTE'
           ELSE
               IF NOT WS-INVOICE-OK
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   MOVE WS-DSP-INV-NUMBER TO INV-NUMBER
                   READ INVOICE-FILE
                       INVALID KEY
                           DISPLAY 'INVOICE NOT FOUND: '
                               WS-DSP-INV-NUMBER
                       NOT INVALID KEY
                           SET WS-DISPUTE-VALID TO TRUE
                           MOVE INV-CUST-ID TO WS-DSP-CUST-ID
                           MOVE INV-AMOUNT TO WS-DSP-INV-AMOUNT
                           IF INV-NOT-YET-APPLIED
                               MOVE INV-AMOUNT TO WS-DSP-OPEN-AMOUNT
                           ELSE
                               MOVE INV-OPEN-AMT TO WS-DSP-OPEN-AMOUNT
                           END-IF
                   END-READ
                   CLOSE INVOICE-FILE
               END-IF
           END-IF.

       2920-PROCESS-DISPUTE.
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-NO-FILE
      *        First dispute ever taken - create an empty dispute
      *        file and carry on
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF NOT WS-DISPUTE-OK
               MOVE WS-DISPUTE-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING DISPUTE FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           ELSE
               MOVE WS-DSP-INV-NUMBER TO DSP-INV-NUMBER
               READ DISPUTE-FILE
                   INVALID KEY
                       SET WS-DISPUTE-NEW TO TRUE
                   NOT INVALID KEY
                       SET WS-DISPUTE-ON-FILE TO TRUE
               END-READ
               IF WS-DISPUTE-ON-FILE AND DSP-OPEN
                   PERFORM 2940-RESOLVE-DISPUTE
               ELSE
                   PERFORM 2930-OPEN-DISPUTE
               END-IF
               CLOSE DISPUTE-FILE
           END-IF.

       2930-OPEN-DISPUTE.
           IF WS-DISPUTE-ON-FILE
               DISPLAY 'PRIOR DISPUTE RESOLVED ' DSP-RESOLVED-DATE
                   ' CODE ' DSP-RESOLUTION-CODE
           END-IF
           MOVE WS-DSP-INV-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY 'INVOICE ' WS-DSP-INV-NUMBER ' CUSTOMER '
               WS-DSP-CUST-ID ' AMOUNT ' WS-EDIT-AMOUNT
           MOVE WS-DSP-OPEN-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY 'OPEN ON INVOICE: ' WS-EDIT-AMOUNT
           IF WS-DSP-OPEN-AMOUNT NOT > ZERO
               DISPLAY 'INVOICE IS PAID - NOTHING TO DISPUTE'
           ELSE
               PERFORM 2935-COLLECT-DISPUTE-FIELDS
               IF WS-DISPUTE-INVALID
                   DISPLAY 'DISPUTE NOT RECORDED'
               ELSE
                   IF WS-DISPUTE-ON-FILE
                       REWRITE DISPUTE-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR REWRITING DISPUTE: '
                                   DSP-INV-NUMBER
                           NOT INVALID KEY
                               DISPLAY 'DISPUTE OPENED: '
                                   DSP-INV-NUMBER
                       END-REWRITE
                   ELSE
                       WRITE DISPUTE-RECORD
                           INVALID KEY
                               DISPLAY 'ERROR WRITING DISPUTE: '
                                   DSP-INV-NUMBER
                           NOT INVALID KEY
                               DISPLAY 'DISPUTE OPENED: '
                                   DSP-INV-NUMBER
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       2935-COLLECT-DISPUTE-FIELDS.
      *    Console input arrives as display characters - the reason
      *    must be a known code and the amount positive and no more
      *    than is still open on the invoice. A zero or blank amount
      *    disputes everything still open.
           SET WS-DISPUTE-VALID TO TRUE
           MOVE SPACES TO DISPUTE-RECORD
           MOVE WS-DSP-INV-NUMBER TO DSP-INV-NUMBER
           MOVE WS-DSP-CUST-ID TO DSP-CUST-ID
           DISPLAY 'REASON: PRIC=PRICING QNTY=QUANTITY DMGD=DAMAGED'
           DISPLAY '        NREC=NOT RECEIVED DUPL=DUPLICATE BILLING'
           DISPLAY '        OTHR=OTHER'
           DISPLAY 'ENTER REASON CODE: '
           ACCEPT DSP-REASON-CODE
           IF NOT DSP-REASON-VALID
               DISPLAY 'UNKNOWN REASON CODE: ' DSP-REASON-CODE
               SET WS-DISPUTE-INVALID TO TRUE
           END-IF
           DISPLAY 'ENTER REASON TEXT: '
           ACCEPT DSP-REASON-TEXT
           DISPLAY 'ENTER DISPUTED AMOUNT (0 FOR ALL OPEN): '
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT = SPACES
               MOVE ZERO TO WS-PAYMENT-AMOUNT
           ELSE
               COMPUTE WS-PAYMENT-AMOUNT =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           IF WS-PAYMENT-AMOUNT = ZERO
               MOVE WS-DSP-OPEN-AMOUNT TO WS-PAYMENT-AMOUNT
           END-IF
           IF WS-PAYMENT-AMOUNT < ZERO
           OR WS-PAYMENT-AMOUNT > WS-DSP-OPEN-AMOUNT
               DISPLAY 'DISPUTED AMOUNT MUST BE POSITIVE AND NOT '
                   'MORE THAN THE OPEN AMOUNT'
               SET WS-DISPUTE-INVALID TO TRUE
           END-IF
           MOVE WS-PAYMENT-AMOUNT TO DSP-AMOUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO DSP-OPENED-DATE
           MOVE WS-OPERATOR-ID TO DSP-OPENED-BY
           MOVE ZEROS TO DSP-RESOLVED-DATE
           SET DSP-OPEN TO TRUE.

       2940-RESOLVE-DISPUTE.
           MOVE DSP-AMOUNT TO WS-EDIT-AMOUNT
           DISPLAY 'OPEN DISPUTE ON INVOICE ' DSP-INV-NUMBER
               ' CUSTOMER ' DSP-CUST-ID
           DISPLAY 'REASON: ' DSP-REASON-CODE ' ' DSP-REASON-TEXT
           DISPLAY 'AMOUNT: ' WS-EDIT-AMOUNT ' OPENED '
               DSP-OPENED-DATE ' BY ' DSP-OPENED-BY
           DISPLAY 'RESOLVE THIS DISPUTE (Y/N): '
           ACCEPT WS-DSP-ANSWER
           IF WS-DSP-ANSWER = 'Y'
               DISPLAY 'RESOLUTION: C=CREDIT ISSUED U=UPHELD '
                   'W=WITHDRAWN'
               DISPLAY 'ENTER RESOLUTION CODE: '
               ACCEPT DSP-RESOLUTION-CODE
               IF DSP-RES-CREDITED OR DSP-RES-UPHELD
               OR DSP-RES-WITHDRAWN
                   DISPLAY 'ENTER RESOLUTION TEXT: '
                   ACCEPT DSP-RESOLUTION-TEXT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO DSP-RESOLVED-DATE
                   MOVE WS-OPERATOR-ID TO DSP-RESOLVED-BY
                   SET DSP-RESOLVED TO TRUE
                   REWRITE DISPUTE-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING DISPUTE: '
                               DSP-INV-NUMBER
                       NOT INVALID KEY
                           DISPLAY 'DISPUTE RESOLVED: ' DSP-INV-NUMBER
                   END-REWRITE
               ELSE
                   DISPLAY 'UNKNOWN RESOLUTION CODE - DISPUTE LEFT '
                       'OPEN'
               END-IF
           END-IF.

       2950-MAINTAIN-AUTOPAY.
      *    A customer authorizing us to debit their bank account when
      *    payments fall due - enroll them, or change, suspend or
      *    reactivate the enrollment already on file. The nightly
      *    CUSTACH run debits only active enrollments. A member of a
      *    customer group is enrolled like any other account - the
      *    group statement stamps it for its own balance.
           DISPLAY 'ENTER CUSTOMER ID (0 TO CANCEL): '
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID NOT = ZEROS
               MOVE WS-SEARCH-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
                   NOT INVALID KEY
                       PERFORM 2955-PROCESS-AUTOPAY
               END-READ
           END-IF.

       2955-PROCESS-AUTOPAY.
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-NO-FILE
      *        First enrollment ever taken - create an empty autopay
      *        file and carry on
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           IF NOT WS-AUTOPAY-OK
               MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AUTOPAY FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           ELSE
               MOVE CUST-ID TO APY-CUST-ID
               READ AUTOPAY-FILE
                   INVALID KEY
                       SET WS-AUTOPAY-NEW TO TRUE
                   NOT INVALID KEY
                       SET WS-AUTOPAY-ON-FILE TO TRUE
               END-READ
               IF WS-AUTOPAY-ON-FILE
                   PERFORM 2970-CHANGE-AUTOPAY
               ELSE
                   PERFORM 2960-ENROLL-AUTOPAY
               END-IF
               CLOSE AUTOPAY-FILE
           END-IF.

       2960-ENROLL-AUTOPAY.
           IF CUST-STATUS = 'W'
               DISPLAY 'ACCOUNT IS CHARGED OFF - CANNOT ENROLL'
           ELSE
               MOVE SPACES TO AUTOPAY-RECORD
               MOVE CUST-ID TO APY-CUST-ID
               PERFORM 2965-COLLECT-BANK-FIELDS
               IF WS-AUTOPAY-INVALID
                   DISPLAY 'ENROLLMENT NOT RECORDED'
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   SET APY-ACTIVE TO TRUE
                   MOVE WS-TODAY-DATE TO APY-ENROLLED-DATE
                   MOVE WS-TODAY-DATE TO APY-STATUS-DATE
                   MOVE 'OPR' TO APY-STATUS-REASON
                   MOVE WS-OPERATOR-ID TO APY-OPERATOR-ID
                   MOVE ZEROS TO APY-RETURN-COUNT
                   MOVE ZEROS TO APY-LAST-RETURN-DATE
                   MOVE ZEROS TO APY-LAST-DEBIT-DATE
                   MOVE ZERO TO APY-LAST-DEBIT-AMT
                   MOVE ZEROS TO APY-STMT-DATE
                   MOVE ZEROS TO APY-STMT-DUE-DATE
                   MOVE ZERO TO APY-STMT-BALANCE
                   MOVE ZERO TO APY-STMT-MIN-DUE
                   WRITE AUTOPAY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING AUTOPAY: '
                               APY-CUST-ID
                       NOT INVALID KEY
                           DISPLAY 'AUTOPAY ENROLLED: ' APY-CUST-ID
                           MOVE 'C' TO WS-AUDIT-ACTION
                           PERFORM 3550-AUDIT-MAINTENANCE
                   END-WRITE
               END-IF
           END-IF.

       2965-COLLECT-BANK-FIELDS.
      *    Console input arrives as display characters - the routing
      *    number must be nine digits that pass the ABA check digit,
      *    the account number present, and the account type and pay
      *    option known codes, before any of it lands on the record
           SET WS-AUTOPAY-VALID TO TRUE
           DISPLAY 'ENTER BANK ROUTING NUMBER (9 DIGITS): '
           ACCEPT WS-APY-ROUTING-TEXT
           IF WS-APY-ROUTING-TEXT IS NUMERIC
               MOVE WS-APY-ROUTING-TEXT TO APY-ROUTING-NUMBER
               PERFORM 2968-CHECK-ROUTING-DIGIT
           ELSE
               DISPLAY 'ROUTING NUMBER MUST BE NINE DIGITS'
               SET WS-AUTOPAY-INVALID TO TRUE
           END-IF
           DISPLAY 'ENTER BANK ACCOUNT NUMBER: '
           ACCEPT APY-ACCOUNT-NUMBER
           IF APY-ACCOUNT-NUMBER = SPACES
               DISPLAY 'ACCOUNT NUMBER IS REQUIRED'
               SET WS-AUTOPAY-INVALID TO TRUE
           END-IF
           DISPLAY 'ACCOUNT TYPE: C=CHECKING S=SAVINGS'
           DISPLAY 'ENTER ACCOUNT TYPE: '
           ACCEPT APY-ACCOUNT-TYPE
           IF NOT APY-ACCOUNT-TYPE-VALID
               DISPLAY 'UNKNOWN ACCOUNT TYPE: ' APY-ACCOUNT-TYPE
               SET WS-AUTOPAY-INVALID TO TRUE
           END-IF
           DISPLAY 'PAY OPTION: F=FULL BALANCE M=MINIMUM DUE'
           DISPLAY 'ENTER PAY OPTION: '
           ACCEPT APY-PAY-OPTION
           IF NOT APY-PAY-OPTION-VALID
               DISPLAY 'UNKNOWN PAY OPTION: ' APY-PAY-OPTION
               SET WS-AUTOPAY-INVALID TO TRUE
           END-IF.

       2968-CHECK-ROUTING-DIGIT.
      *    ABA routing check - 3, 7, 1 weights across the nine
      *    digits must total a multiple of ten
           COMPUTE WS-APY-CHECK-SUM =
               3 * (APY-ROUTING-DIGIT(1) + APY-ROUTING-DIGIT(4)
                    + APY-ROUTING-DIGIT(7))
             + 7 * (APY-ROUTING-DIGIT(2) + APY-ROUTING-DIGIT(5)
                    + APY-ROUTING-DIGIT(8))
             + (APY-ROUTING-DIGIT(3) + APY-ROUTING-DIGIT(6)
                    + APY-ROUTING-DIGIT(9))
           IF FUNCTION MOD(WS-APY-CHECK-SUM, 10) NOT = ZERO
           OR APY-ROUTING-NUMBER = ZEROS
               DISPLAY 'ROUTING NUMBER FAILS CHECK DIGIT: '
                   WS-APY-ROUTING-TEXT
               SET WS-AUTOPAY-INVALID TO TRUE
           END-IF.

       2970-CHANGE-AUTOPAY.
           PERFORM 4310-MASK-ACCOUNT-NUMBER
           DISPLAY 'AUTOPAY STATUS ' APY-STATUS ' SINCE '
               APY-STATUS-DATE ' REASON ' APY-STATUS-REASON
           DISPLAY 'ROUTING ' APY-ROUTING-NUMBER ' ACCOUNT '
               WS-APY-MASKED-ACCOUNT ' TYPE ' APY-ACCOUNT-TYPE
               ' OPTION ' APY-PAY-OPTION
           DISPLAY 'RETURNS ' APY-RETURN-COUNT ' LAST '
               APY-LAST-RETURN-CODE
           DISPLAY 'C=CHANGE BANK OR OPTION S=SUSPEND A=REACTIVATE '
               'X=NO CHANGE'
           DISPLAY 'ENTER ACTION: '
           ACCEPT WS-APY-ACTION
           SET WS-AUTOPAY-VALID TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN WS-APY-CHANGE
                   PERFORM 2965-COLLECT-BANK-FIELDS
               WHEN WS-APY-SUSPEND
                   IF APY-SUSPENDED
                       DISPLAY 'AUTOPAY IS ALREADY SUSPENDED'
                       SET WS-AUTOPAY-INVALID TO TRUE
                   ELSE
                       SET APY-SUSPENDED TO TRUE
                       MOVE WS-TODAY-DATE TO APY-STATUS-DATE
                       MOVE 'OPR' TO APY-STATUS-REASON
                   END-IF
               WHEN WS-APY-REACTIVATE
      *            Returns are counted afresh from reactivation
                   IF CUST-STATUS = 'W'
                       DISPLAY 'ACCOUNT IS CHARGED OFF - CANNOT '
                           'REACTIVATE'
                       SET WS-AUTOPAY-INVALID TO TRUE
                   ELSE
                       SET APY-ACTIVE TO TRUE
                       MOVE WS-TODAY-DATE TO APY-STATUS-DATE
                       MOVE 'OPR' TO APY-STATUS-REASON
                       MOVE ZEROS TO APY-RETURN-COUNT
                   END-IF
               WHEN OTHER
                   SET WS-AUTOPAY-INVALID TO TRUE
           END-EVALUATE
           IF WS-AUTOPAY-INVALID
               DISPLAY 'AUTOPAY NOT CHANGED'
           ELSE
               MOVE WS-OPERATOR-ID TO APY-OPERATOR-ID
               REWRITE AUTOPAY-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR REWRITING AUTOPAY: ' APY-CUST-ID
                   NOT INVALID KEY
                       DISPLAY 'AUTOPAY UPDATED: ' APY-CUST-ID
                           ' STATUS ' APY-STATUS
                       MOVE 'C' TO WS-AUDIT-ACTION
                       PERFORM 3550-AUDIT-MAINTENANCE
               END-REWRITE
           END-IF.

       2980-MAINTAIN-HIERARCHY.
      *    Branch accounts of one company are grouped under the
      *    account billed for them - the parent carries the group
      *    credit limit, and the branches share it, one statement
      *    and one dunning ladder. Keyed from the parent's ID.
           DISPLAY 'ENTER PARENT CUSTOMER ID (0 TO CANCEL): '
           ACCEPT WS-SEARCH-ID
           IF WS-SEARCH-ID NOT = ZEROS
               MOVE WS-SEARCH-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
                   NOT INVALID KEY
                       PERFORM 2982-PROCESS-HIERARCHY
               END-READ
           END-IF.

       2982-PROCESS-HIERARCHY.
           OPEN I-O HIERARCHY-FILE
           IF WS-HIERARCHY-NO-FILE
      *        First group ever set up - create an empty hierarchy
      *        file and carry on
               OPEN OUTPUT HIERARCHY-FILE
               CLOSE HIERARCHY-FILE
               OPEN I-O HIERARCHY-FILE
           END-IF
           IF NOT WS-HIERARCHY-OK
               MOVE WS-HIERARCHY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING HIERARCHY FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           ELSE
               MOVE CUST-ID TO WS-HIR-PARENT-ID
               MOVE CUST-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       SET WS-GROUP-NEW TO TRUE
                   NOT INVALID KEY
                       SET WS-GROUP-ON-FILE TO TRUE
               END-READ
               IF WS-GROUP-ON-FILE AND HIR-IS-CHILD
                   DISPLAY 'ACCOUNT IS A BRANCH OF ' HIR-PARENT-ID
                       ' - MAINTAIN THE GROUP FROM ITS PARENT'
               ELSE
                   PERFORM 2983-CHOOSE-HIERARCHY-ACTION
               END-IF
               CLOSE HIERARCHY-FILE
           END-IF.

       2983-CHOOSE-HIERARCHY-ACTION.
           IF WS-GROUP-ON-FILE
               MOVE HIR-GROUP-LIMIT TO WS-EDIT-AMOUNT
               DISPLAY 'GROUP LIMIT ' WS-EDIT-AMOUNT ' SET '
                   HIR-LINKED-DATE ' BY ' HIR-OPERATOR-ID
               SET WS-HIR-SHOW-BRANCHES TO TRUE
               PERFORM 2984-BROWSE-GROUP
               DISPLAY 'BRANCHES IN GROUP: ' WS-HIR-BRANCH-COUNT
           ELSE
               DISPLAY 'ACCOUNT IS NOT A GROUP PARENT'
           END-IF
           DISPLAY 'L=SET GROUP LIMIT A=ADD BRANCH R=REMOVE BRANCH '
               'X=NO CHANGE'
           DISPLAY 'ENTER ACTION: '
           ACCEPT WS-HIR-ACTION
           EVALUATE TRUE
               WHEN WS-HIR-SET-LIMIT
                   PERFORM 2986-SET-GROUP-LIMIT
               WHEN WS-HIR-ADD-BRANCH AND WS-GROUP-NEW
                   DISPLAY 'SET THE GROUP LIMIT BEFORE ADDING BRANCHES'
               WHEN WS-HIR-ADD-BRANCH
                   PERFORM 2987-ADD-BRANCH
               WHEN WS-HIR-REMOVE-BRANCH AND WS-GROUP-NEW
                   DISPLAY 'ACCOUNT HAS NO BRANCHES TO REMOVE'
               WHEN WS-HIR-REMOVE-BRANCH
                   PERFORM 2988-REMOVE-BRANCH
               WHEN OTHER
                   DISPLAY 'HIERARCHY NOT CHANGED'
           END-EVALUATE.

       2984-BROWSE-GROUP.
      *    Every member of the group through the parent-ID alternate
      *    key - the parent's own record is skipped in the count
           MOVE ZEROS TO WS-HIR-BRANCH-COUNT
           SET WS-HIR-NOT-EOF TO TRUE
           MOVE WS-HIR-PARENT-ID TO HIR-PARENT-ID
           START HIERARCHY-FILE KEY IS EQUAL TO HIR-PARENT-ID
               INVALID KEY SET WS-HIR-EOF TO TRUE
           END-START
           IF WS-HIR-NOT-EOF
               PERFORM 2985-READ-NEXT-MEMBER
               PERFORM 2989-COUNT-ONE-MEMBER
                   UNTIL WS-HIR-EOF
           END-IF.

       2985-READ-NEXT-MEMBER.
           READ HIERARCHY-FILE NEXT RECORD
               AT END SET WS-HIR-EOF TO TRUE
           END-READ.

       2989-COUNT-ONE-MEMBER.
           IF HIR-PARENT-ID NOT = WS-HIR-PARENT-ID
               SET WS-HIR-EOF TO TRUE
           ELSE
               IF HIR-IS-CHILD
                   ADD 1 TO WS-HIR-BRANCH-COUNT
                   IF WS-HIR-SHOW-BRANCHES
                       DISPLAY '  BRANCH ' HIR-CUST-ID ' LINKED '
                           HIR-LINKED-DATE ' BY ' HIR-OPERATOR-ID
                   END-IF
               END-IF
               PERFORM 2985-READ-NEXT-MEMBER
           END-IF.

       2986-SET-GROUP-LIMIT.
           DISPLAY 'ENTER GROUP CREDIT LIMIT: '
           ACCEPT WS-AMOUNT-TEXT
           COMPUTE WS-HIR-GROUP-LIMIT =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           IF WS-HIR-GROUP-LIMIT NOT > ZERO
               DISPLAY 'GROUP LIMIT MUST BE POSITIVE'
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE WS-HIR-PARENT-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       SET WS-GROUP-NEW TO TRUE
                   NOT INVALID KEY
                       SET WS-GROUP-ON-FILE TO TRUE
               END-READ
               IF WS-GROUP-NEW
                   MOVE SPACES TO HIERARCHY-RECORD
                   MOVE WS-HIR-PARENT-ID TO HIR-CUST-ID
                   MOVE WS-HIR-PARENT-ID TO HIR-PARENT-ID
                   SET HIR-IS-PARENT TO TRUE
               END-IF
               MOVE WS-HIR-GROUP-LIMIT TO HIR-GROUP-LIMIT
               MOVE WS-TODAY-DATE TO HIR-LINKED-DATE
               MOVE WS-OPERATOR-ID TO HIR-OPERATOR-ID
               MOVE WS-HIR-GROUP-LIMIT TO WS-EDIT-AMOUNT
               IF WS-GROUP-ON-FILE
                   REWRITE HIERARCHY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR REWRITING GROUP: '
                               HIR-CUST-ID
                       NOT INVALID KEY
                           DISPLAY 'GROUP LIMIT UPDATED: '
                               WS-EDIT-AMOUNT
                           MOVE 'C' TO WS-AUDIT-ACTION
                           PERFORM 3550-AUDIT-MAINTENANCE
                   END-REWRITE
               ELSE
                   WRITE HIERARCHY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING GROUP: '
                               HIR-CUST-ID
                       NOT INVALID KEY
                           DISPLAY 'GROUP CREATED WITH LIMIT: '
                               WS-EDIT-AMOUNT
                           MOVE 'C' TO WS-AUDIT-ACTION
                           PERFORM 3550-AUDIT-MAINTENANCE
                   END-WRITE
               END-IF
           END-IF.

       2987-ADD-BRANCH.
      *    The branch must be a real account that belongs to no
      *    group yet - it is audited under its own ID
           DISPLAY 'ENTER BRANCH CUSTOMER ID: '
           ACCEPT WS-HIR-BRANCH-ID
           IF WS-HIR-BRANCH-ID = WS-HIR-PARENT-ID
           OR WS-HIR-BRANCH-ID = ZEROS
               DISPLAY 'NOT A VALID BRANCH FOR THIS GROUP'
           ELSE
               MOVE WS-HIR-BRANCH-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'CUSTOMER NOT FOUND: ' CUST-ID
                   NOT INVALID KEY
                       PERFORM 2990-LINK-BRANCH
               END-READ
           END-IF.

       2990-LINK-BRANCH.
           MOVE WS-HIR-BRANCH-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   MOVE SPACES TO HIERARCHY-RECORD
                   MOVE WS-HIR-BRANCH-ID TO HIR-CUST-ID
                   MOVE WS-HIR-PARENT-ID TO HIR-PARENT-ID
                   SET HIR-IS-CHILD TO TRUE
                   MOVE ZERO TO HIR-GROUP-LIMIT
                   MOVE FUNCTION CURRENT-DATE(1:8) TO HIR-LINKED-DATE
                   MOVE WS-OPERATOR-ID TO HIR-OPERATOR-ID
                   WRITE HIERARCHY-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR WRITING BRANCH: '
                               HIR-CUST-ID
                       NOT INVALID KEY
                           DISPLAY 'BRANCH ' HIR-CUST-ID
                               ' ADDED TO GROUP ' HIR-PARENT-ID
                           MOVE 'C' TO WS-AUDIT-ACTION
                           PERFORM 3550-AUDIT-MAINTENANCE
                   END-WRITE
               NOT INVALID KEY
                   IF HIR-IS-PARENT
                       DISPLAY 'ACCOUNT IS ITSELF A GROUP PARENT: '
                           HIR-CUST-ID
                   ELSE
                       DISPLAY 'ACCOUNT ALREADY IN GROUP '
                           HIR-PARENT-ID
                   END-IF
           END-READ.

       2988-REMOVE-BRANCH.
      *    Removing the last branch dissolves the group - a parent
      *    left on its own goes back to its own credit limit
           DISPLAY 'ENTER BRANCH CUSTOMER ID: '
           ACCEPT WS-HIR-BRANCH-ID
           MOVE WS-HIR-BRANCH-ID TO HIR-CUST-ID
           READ HIERARCHY-FILE
               INVALID KEY
                   MOVE SPACES TO HIR-ROLE
           END-READ
           IF NOT HIR-IS-CHILD
           OR HIR-PARENT-ID NOT = WS-HIR-PARENT-ID
               DISPLAY 'NOT A BRANCH OF THIS GROUP: ' WS-HIR-BRANCH-ID
           ELSE
               DELETE HIERARCHY-FILE
                   INVALID KEY
                       DISPLAY 'ERROR REMOVING BRANCH: ' HIR-CUST-ID
                   NOT INVALID KEY
                       DISPLAY 'BRANCH REMOVED: ' HIR-CUST-ID
                       MOVE WS-HIR-BRANCH-ID TO CUST-ID
                       MOVE 'C' TO WS-AUDIT-ACTION
                       PERFORM 3550-AUDIT-MAINTENANCE
                       SET WS-HIR-COUNT-ONLY TO TRUE
                       PERFORM 2984-BROWSE-GROUP
                       IF WS-HIR-BRANCH-COUNT = ZEROS
                           PERFORM 2992-DISSOLVE-GROUP
                       END-IF
               END-DELETE
           END-IF.

       2992-DISSOLVE-GROUP.
           MOVE WS-HIR-PARENT-ID TO HIR-CUST-ID
           DELETE HIERARCHY-FILE
               INVALID KEY
                   DISPLAY 'ERROR DISSOLVING GROUP: ' HIR-CUST-ID
               NOT INVALID KEY
                   DISPLAY 'LAST BRANCH REMOVED - GROUP DISSOLVED: '
                       HIR-CUST-ID
                   MOVE WS-HIR-PARENT-ID TO CUST-ID
                   MOVE 'C' TO WS-AUDIT-ACTION
                   PERFORM 3550-AUDIT-MAINTENANCE
           END-DELETE.

       2500-BATCH-INQUIRY-MODE.
      *    Read a list of customer IDs from a parameter file and
      *    write the lookup results to a report file, instead of
           DISPLAY 'PHONE: ' CUST-PHONE
           DISPLAY 'EMAIL: ' CUST-EMAIL
           DISPLAY 'STATUS: ' CUST-STATUS
           IF CUST-TAX-EXEMPT = 'Y'
               DISPLAY 'TAX EXEMPT - CERTIFICATE: ' CUST-TAX-CERT
           END-IF
           PERFORM 4200-SHOW-MEMO-BALANCE
           PERFORM 4100-SHOW-RISK-GRADE
           PERFORM 4300-SHOW-AUTOPAY
           PERFORM 4400-SHOW-HIERARCHY
           MOVE WS-NOTE-INQUIRY-MAX TO WS-NOTE-SHOW-LIMIT
           PERFORM 4500-SHOW-CONTACT-NOTES
           DISPLAY '================================'.

       4200-SHOW-MEMO-BALANCE.
               CLOSE RISK-FILE
           END-IF.

       4300-SHOW-AUTOPAY.
      *    Autopay enrollment, if any - only the last four digits of
      *    the bank account are ever shown
           OPEN INPUT AUTOPAY-FILE
           IF WS-AUTOPAY-OK
               MOVE CUST-ID TO APY-CUST-ID
               READ AUTOPAY-FILE
                   INVALID KEY
                       DISPLAY 'AUTOPAY: NOT ENROLLED'
                   NOT INVALID KEY
                       PERFORM 4310-MASK-ACCOUNT-NUMBER
                       IF APY-ACTIVE
                           DISPLAY 'AUTOPAY: ACTIVE - ACCOUNT '
                               WS-APY-MASKED-ACCOUNT ' OPTION '
                               APY-PAY-OPTION
                       ELSE
                           DISPLAY 'AUTOPAY: SUSPENDED '
                               APY-STATUS-DATE ' REASON '
                               APY-STATUS-REASON
                       END-IF
               END-READ
               CLOSE AUTOPAY-FILE
           ELSE
               DISPLAY 'AUTOPAY: NOT ENROLLED'
           END-IF.

       4310-MASK-ACCOUNT-NUMBER.
           MOVE ZEROS TO WS-APY-ACCOUNT-LEN
           INSPECT APY-ACCOUNT-NUMBER TALLYING WS-APY-ACCOUNT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE '****' TO WS-APY-MASKED-ACCOUNT
           IF WS-APY-ACCOUNT-LEN > 4
               MOVE APY-ACCOUNT-NUMBER(WS-APY-ACCOUNT-LEN - 3:4)
                   TO WS-APY-MASKED-ACCOUNT(5:4)
           END-IF.

       4400-SHOW-HIERARCHY.
      *    Group membership, if any - a branch shows the parent it
      *    is billed and credit-checked under
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-OK
               MOVE CUST-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIR-IS-PARENT
                           MOVE HIR-GROUP-LIMIT TO WS-EDIT-AMOUNT
                           DISPLAY 'ACCOUNT GROUP: PARENT - GROUP '
                               'LIMIT ' WS-EDIT-AMOUNT
                       ELSE
                           DISPLAY 'ACCOUNT GROUP: BRANCH OF '
                               HIR-PARENT-ID
                       END-IF
               END-READ
               CLOSE HIERARCHY-FILE
           END-IF.

       4500-SHOW-CONTACT-NOTES.
      *    The customer's notes newest first - the key runs backward
      *    in time, so the first note at the customer's ID is the
      *    latest. No notes file yet means no notes.
           MOVE ZEROS TO WS-NOTE-SHOWN
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-OK
               SET WS-NOTE-NOT-EOF TO TRUE
               MOVE CUST-ID TO NTE-CUST-ID
               MOVE ZEROS TO NTE-SEQ-STAMP
               START NOTE-FILE KEY NOT LESS THAN NTE-KEY
                   INVALID KEY SET WS-NOTE-EOF TO TRUE
               END-START
               IF WS-NOTE-NOT-EOF
                   PERFORM 4520-READ-NEXT-NOTE
                   PERFORM 4510-SHOW-ONE-NOTE
                       UNTIL WS-NOTE-EOF
               END-IF
               CLOSE NOTE-FILE
           END-IF
           IF WS-NOTE-SHOWN = ZERO
               DISPLAY 'CONTACT NOTES: NONE ON FILE'
           END-IF.

       4510-SHOW-ONE-NOTE.
           IF NTE-CUST-ID NOT = CUST-ID
           OR WS-NOTE-SHOWN NOT < WS-NOTE-SHOW-LIMIT
               SET WS-NOTE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-NOTE-SHOWN
               IF WS-NOTE-SHOWN = 1
                   DISPLAY 'CONTACT NOTES (NEWEST FIRST):'
               END-IF
               MOVE NTE-DATE TO WS-NOTE-EDIT-DATE
               MOVE NTE-TIME(1:2) TO WS-NOTE-EDIT-HH
               MOVE NTE-TIME(3:2) TO WS-NOTE-EDIT-MM
               DISPLAY '  ' WS-NOTE-EDIT-DATE ' ' WS-NOTE-EDIT-TIME
                   ' ' NTE-OPERATOR-ID ' TYPE ' NTE-CONTACT-TYPE
                   ' OUTCOME ' NTE-OUTCOME-CODE
               DISPLAY '    ' NTE-TEXT
               PERFORM 4520-READ-NEXT-NOTE
           END-IF.

       4520-READ-NEXT-NOTE.
           READ NOTE-FILE NEXT RECORD
               AT END SET WS-NOTE-EOF TO TRUE
           END-READ.

       4600-SHOW-CHANGE-HISTORY.
      *    The journal key runs backward in time, so the first entry
      *    at the customer's ID is the latest change. No journal yet
      *    means no history.
           MOVE ZEROS TO WS-HST-SHOWN
           MOVE ZEROS TO WS-HST-PAGE-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-OK
               SET WS-HST-NOT-EOF TO TRUE
               MOVE WS-SEARCH-ID TO JRN-CUST-ID
               MOVE ZEROS TO JRN-SEQ-STAMP
               MOVE ZEROS TO JRN-CHANGE-SEQ
               MOVE ZEROS TO JRN-FIELD-SEQ
               START JOURNAL-FILE KEY NOT LESS THAN JRN-KEY
                   INVALID KEY SET WS-HST-EOF TO TRUE
               END-START
               IF WS-HST-NOT-EOF
                   PERFORM 4620-READ-NEXT-CHANGE
                   PERFORM 4610-SHOW-ONE-CHANGE
                       UNTIL WS-HST-EOF
               END-IF
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-HST-SHOWN = ZERO
               DISPLAY 'CHANGE HISTORY: NONE ON FILE'
           END-IF.

       4610-SHOW-ONE-CHANGE.
           IF JRN-CUST-ID NOT = WS-SEARCH-ID
               SET WS-HST-EOF TO TRUE
           ELSE
               IF WS-HST-PAGE-COUNT NOT < WS-HST-PAGE-MAX
                   PERFORM 4615-ASK-FOR-MORE
               END-IF
           END-IF
           IF WS-HST-NOT-EOF
               ADD 1 TO WS-HST-SHOWN
               ADD 1 TO WS-HST-PAGE-COUNT
               IF WS-HST-SHOWN = 1
                   DISPLAY 'CHANGE HISTORY (NEWEST FIRST):'
               END-IF
               PERFORM 4630-FORMAT-CHANGE
               DISPLAY '  ' WS-HST-EDIT-DATE ' ' WS-HST-EDIT-TIME
                   ' ' JRN-PROGRAM-ID ' ' JRN-OPERATOR-ID
                   ' ' WS-HST-ACTION-TEXT ' ' JRN-FIELD-NAME
               DISPLAY '    WAS: ' WS-HST-BEFORE-SHOW
               DISPLAY '    NOW: ' WS-HST-AFTER-SHOW
               PERFORM 4620-READ-NEXT-CHANGE
           END-IF.

       4615-ASK-FOR-MORE.
           DISPLAY 'MORE CHANGES (Y/N): '
           ACCEPT WS-HST-ANSWER
           IF WS-HST-ANSWER = 'Y'
               MOVE ZEROS TO WS-HST-PAGE-COUNT
           ELSE
               SET WS-HST-EOF TO TRUE
           END-IF.

       4620-READ-NEXT-CHANGE.
           READ JOURNAL-FILE NEXT RECORD
               AT END SET WS-HST-EOF TO TRUE
           END-READ.

       4630-FORMAT-CHANGE.
      *    Amounts are carried signed in the journal and shown
      *    edited; everything else shows as it was keyed
           MOVE JRN-DATE TO WS-HST-EDIT-DATE
           MOVE JRN-TIME(1:2) TO WS-HST-EDIT-HH
           MOVE JRN-TIME(3:2) TO WS-HST-EDIT-MM
           MOVE JRN-TIME(5:2) TO WS-HST-EDIT-SS
           EVALUATE TRUE
               WHEN JRN-ADD
                   MOVE 'ADDED' TO WS-HST-ACTION-TEXT
               WHEN JRN-DELETE
                   MOVE 'DELETED' TO WS-HST-ACTION-TEXT
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-HST-ACTION-TEXT
           END-EVALUATE
           IF JRN-AMOUNT-VALUE
               MOVE JRN-BEFORE-AMOUNT TO WS-HST-EDIT-AMOUNT
               MOVE WS-HST-EDIT-AMOUNT TO WS-HST-BEFORE-SHOW
               MOVE JRN-AFTER-AMOUNT TO WS-HST-EDIT-AMOUNT
               MOVE WS-HST-EDIT-AMOUNT TO WS-HST-AFTER-SHOW
           ELSE
               MOVE JRN-BEFORE-VALUE TO WS-HST-BEFORE-SHOW
               MOVE JRN-AFTER-VALUE TO WS-HST-AFTER-SHOW
           END-IF.

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

       9000-TERMINATE.
      D    DISPLAY 'DEBUG: TERMINATING PROGRAM'.
           SET JRQ-CLOSE TO TRUE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           CLOSE CUSTOMER-FILE.
