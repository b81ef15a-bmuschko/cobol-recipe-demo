       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTIVR.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTIVR - Self-Service Balance and Due-Date Extract           *
      * Feeds the phone IVR vendor and the web self-service portal    *
      * the answers to the calls customer service gets most - "what   *
      * is my balance and when is it due". Every active customer,     *
      * and every charged-off one, goes out on a fixed-format file    *
      * (IVREXT) with the book balance net of same-day memo payments, *
      * the amount and date of the last posted payment from the       *
      * cash-application file, the next due date from the customer's  *
      * open invoices, the past-due dollars from the aging            *
      * sub-ledger and the minimum due figured the way the statement  *
      * figures it. Charged-off accounts, and accounts at final       *
      * demand or referred to an agency by the dunning ladder (the    *
      * level carried on the risk grade file), are flagged            *
      * restricted so self-service routes the caller to an agent.     *
      * A header and a trailer with the record count and a balance    *
      * hash frame the file, as CUSTEXPT frames the CRM feed. The     *
      * run first verifies CUSTPOST's handoff record carries          *
      * tonight's date and a balanced flag, so a half-posted night    *
      * is never published unless operations overrides by control     *
      * card.                                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AGE-FILE ASSIGN TO AGEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGE-CUST-ID
               FILE STATUS IS WS-AGE-STATUS.
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
           SELECT MEMO-FILE ASSIGN TO MEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-CUST-ID
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT RISK-FILE ASSIGN TO RISKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO IVRFILE
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT PREV-CONTROL-FILE ASSIGN TO PRVCTL
               FILE STATUS IS WS-PREV-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Per-customer receivables aging sub-ledger - the past-due
      * dollars
       FD  AGE-FILE.
       COPY AGEBUCKT.

      * Open invoices - the next due date
       FD  INVOICE-FILE.
       COPY INVOICE.

      * Cash applications written by CUSTPOST - the last payment
       FD  CASH-APP-FILE.
       COPY CASHAPP.

      * Same-day memo payments not yet posted
       FD  MEMO-FILE.
       COPY MEMOPAY.

      * Risk grade record - carries the dunning ladder level
       FD  RISK-FILE.
       COPY RISKGRD.

       FD  EXTRACT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY IVREXT.

      * CUSTPOST's handoff record - self-service never publishes a
      * night the posting run did not finish unless a
      * HANDOFF-OVERRIDE=Y control card says otherwise
       FD  PREV-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL REPLACING
           STEP-CONTROL-RECORD BY PREV-CONTROL-RECORD
           STP-STEP-NAME BY PRV-STEP-NAME
           STP-RUN-DATE BY PRV-RUN-DATE
           STP-BALANCE-FLAG BY PRV-BALANCE-FLAG
           STP-RECORD-COUNT BY PRV-RECORD-COUNT
           STP-AMOUNT BY PRV-AMOUNT.

      * Run-control cards - HANDOFF-OVERRIDE=Y lets operations run
      * past a bad handoff on purpose; a missing file is a normal
      * unattended run
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-EOF             VALUE '10'.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NO-FILE          VALUE '35'.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-CASH-APP-STATUS          PIC XX.
           88  WS-CASH-APP-OK          VALUE '00'.
           88  WS-CASH-APP-NO-FILE     VALUE '35'.

       01  WS-MEMO-STATUS              PIC XX.
           88  WS-MEMO-OK              VALUE '00'.
           88  WS-MEMO-NO-FILE         VALUE '35'.

       01  WS-RISK-STATUS              PIC XX.
           88  WS-RISK-OK              VALUE '00'.
           88  WS-RISK-NO-FILE         VALUE '35'.

       01  WS-EXTRACT-STATUS           PIC XX.
           88  WS-EXTRACT-OK           VALUE '00'.

       01  WS-PREV-STATUS              PIC XX.
           88  WS-PREV-OK              VALUE '00'.
           88  WS-PREV-NO-FILE         VALUE '35'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-HANDOFF-CONTROLS.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
               88  WS-NO-OVERRIDE      VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-PREV-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-PREV-EOF         VALUE 'Y'.
               88  WS-PREV-NOT-EOF     VALUE 'N'.
           05  WS-HANDOFF-REASON       PIC X(40).

      * A missing side file leaves its fields zero on every record
      * rather than holding the whole feed back
       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-AGE-AVAIL-FLAG       PIC X(1) VALUE 'N'.
               88  WS-AGING-AVAILABLE  VALUE 'Y'.
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'N'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
           05  WS-CASH-APP-AVAIL-FLAG  PIC X(1) VALUE 'N'.
               88  WS-CASH-APPS-AVAILABLE VALUE 'Y'.
           05  WS-MEMO-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-MEMOS-AVAILABLE  VALUE 'Y'.
           05  WS-RISK-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RISK-AVAILABLE   VALUE 'Y'.
           05  WS-BROWSE-EOF-FLAG      PIC X(1).
               88  WS-BROWSE-EOF       VALUE 'Y'.
               88  WS-BROWSE-NOT-EOF   VALUE 'N'.

      * The statement's minimum-due rule - ten percent of the
      * balance, never less than the floor, never more than owed
       01  WS-MINIMUM-DUE-RULE.
           05  WS-MIN-DUE-FLOOR        PIC S9(5)V99 COMP-3 VALUE 25.00.
           05  WS-MIN-DUE-PERCENT      PIC 9(3) VALUE 10.

      * Dunning ladder levels at or past which an account is in
      * collections - final demand, then referred to an agency
       01  WS-COLLECTIONS-LEVEL        PIC 9(1) VALUE 3.

       01  WS-WORK-AREAS.
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(6).
           05  WS-NET-BALANCE          PIC S9(7)V99 COMP-3.
           05  WS-PAST-DUE-AMT         PIC S9(7)V99 COMP-3.
           05  WS-MINIMUM-DUE          PIC S9(7)V99 COMP-3.
           05  WS-INVOICE-OPEN-AMT     PIC S9(7)V99 COMP-3.
           05  WS-NEXT-DUE-DATE        PIC 9(8).
           05  WS-LAST-PAY-AMT         PIC S9(7)V99 COMP-3.
           05  WS-LAST-PAY-POSTED      PIC 9(8).
           05  WS-LAST-PAY-SEQ         PIC 9(6).

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-DETAIL-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-RESTRICTED-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-BALANCE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           PERFORM 1040-LOAD-RUN-CARDS
           PERFORM 1200-VERIFY-RUN-HANDOFF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1100-OPEN-SIDE-FILES
           OPEN OUTPUT EXTRACT-FILE
           IF NOT WS-EXTRACT-OK
               MOVE WS-EXTRACT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING EXTRACT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO IVR-EXTRACT-RECORD
           SET IVR-HEADER TO TRUE
           MOVE 'IVRBAL' TO IVR-HDR-FILE-ID
           MOVE WS-RUN-DATE TO IVR-HDR-RUN-DATE
           MOVE WS-RUN-TIME TO IVR-HDR-RUN-TIME
           WRITE IVR-EXTRACT-RECORD
           PERFORM 1150-READ-CUSTOMER.

       1040-LOAD-RUN-CARDS.
      *    A missing control file is a normal unattended run - never
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
               WHEN CONTROL-RECORD(1:18) = 'HANDOFF-OVERRIDE=Y'
                   SET WS-OVERRIDE-ON TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-OPEN-SIDE-FILES.
           OPEN INPUT AGE-FILE
           IF WS-AGE-OK
               MOVE 'Y' TO WS-AGE-AVAIL-FLAG
           ELSE
               IF NOT WS-AGE-NO-FILE
                   MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO AGING FILE - PAST DUE SENT AS ZERO'
           END-IF
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-OK
               MOVE 'Y' TO WS-INVOICE-AVAIL-FLAG
           ELSE
               IF NOT WS-INVOICE-NO-FILE
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO INVOICE FILE - NO DUE DATES SENT'
           END-IF
           OPEN INPUT CASH-APP-FILE
           IF WS-CASH-APP-OK
               MOVE 'Y' TO WS-CASH-APP-AVAIL-FLAG
           ELSE
               IF NOT WS-CASH-APP-NO-FILE
                   MOVE WS-CASH-APP-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CASH APPLICATION FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO CASH APPLICATION FILE - NO LAST PAYMENTS'
           END-IF
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-OK
               MOVE 'Y' TO WS-MEMO-AVAIL-FLAG
           ELSE
               IF NOT WS-MEMO-NO-FILE
                   MOVE WS-MEMO-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING MEMO PAYMENT FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT RISK-FILE
           IF WS-RISK-OK
               MOVE 'Y' TO WS-RISK-AVAIL-FLAG
           ELSE
               IF NOT WS-RISK-NO-FILE
                   MOVE WS-RISK-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RISK GRADE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO RISK GRADE FILE - ONLY CHARGE-OFFS'
                   ' RESTRICTED'
           END-IF.

       1150-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1200-VERIFY-RUN-HANDOFF.
      *    Prove tonight's posting run finished in balance before
      *    any balance leaves the building
           MOVE SPACES TO WS-HANDOFF-REASON
           OPEN INPUT PREV-CONTROL-FILE
           IF WS-PREV-NO-FILE
               MOVE 'NO CUSTPOST HANDOFF RECORD ON FILE'
                   TO WS-HANDOFF-REASON
           ELSE
               READ PREV-CONTROL-FILE
                   AT END SET WS-PREV-EOF TO TRUE
               END-READ
               IF WS-PREV-EOF
                   MOVE 'CUSTPOST HANDOFF RECORD EMPTY'
                       TO WS-HANDOFF-REASON
               ELSE
                   IF PRV-RUN-DATE NOT = WS-RUN-DATE
                       MOVE 'CUSTPOST HANDOFF NOT FROM TONIGHT'
                           TO WS-HANDOFF-REASON
                   ELSE
                       IF PRV-BALANCE-FLAG NOT = 'B'
                           MOVE 'CUSTPOST DID NOT BALANCE'
                               TO WS-HANDOFF-REASON
                       END-IF
                   END-IF
               END-IF
               CLOSE PREV-CONTROL-FILE
           END-IF
           IF WS-HANDOFF-REASON NOT = SPACES
               PERFORM 1250-REFUSE-OR-OVERRIDE
           END-IF.

       1250-REFUSE-OR-OVERRIDE.
           DISPLAY 'RUN HANDOFF CHECK FAILED: ' WS-HANDOFF-REASON
           IF WS-OVERRIDE-ON
               DISPLAY 'HANDOFF OVERRIDE ACCEPTED - RUN CONTINUES'
           ELSE
               DISPLAY 'RUN REFUSED - CORRECT THE PRIOR STEP OR'
               DISPLAY 'SUPPLY A HANDOFF-OVERRIDE=Y CONTROL CARD'
               STOP RUN
           END-IF.

       2000-PROCESS-CUSTOMER.
      *    Active customers can be served; charged-off customers
      *    still call, and go out restricted so they reach an agent
           ADD 1 TO WS-READ-COUNT
           IF CUST-STATUS = 'A' OR 'W'
               PERFORM 2100-BUILD-DETAIL
               WRITE IVR-EXTRACT-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-NET-BALANCE TO WS-BALANCE-HASH
           END-IF
           PERFORM 1150-READ-CUSTOMER.

       2100-BUILD-DETAIL.
           MOVE SPACES TO IVR-EXTRACT-RECORD
           SET IVR-DETAIL TO TRUE
           MOVE CUST-ID TO IVR-CUST-ID
           MOVE CUST-LAST-NAME TO IVR-LAST-NAME
           MOVE CUST-PHONE TO IVR-PHONE
           MOVE CUST-ZIP TO IVR-ZIP
           MOVE CUST-STATUS TO IVR-STATUS
           PERFORM 2200-FIGURE-NET-BALANCE
           IF WS-NET-BALANCE < ZERO
               MOVE '-' TO IVR-BALANCE-SIGN
           ELSE
               MOVE '+' TO IVR-BALANCE-SIGN
           END-IF
           MOVE WS-NET-BALANCE TO IVR-BALANCE
           PERFORM 2300-FIND-LAST-PAYMENT
           MOVE WS-LAST-PAY-AMT TO IVR-LAST-PAY-AMT
           MOVE WS-LAST-PAY-POSTED TO IVR-LAST-PAY-DATE
           PERFORM 2400-FIGURE-AMOUNT-DUE
           MOVE WS-NEXT-DUE-DATE TO IVR-NEXT-DUE-DATE
           MOVE WS-MINIMUM-DUE TO IVR-MINIMUM-DUE
           MOVE WS-PAST-DUE-AMT TO IVR-PAST-DUE-AMT
           PERFORM 2600-SET-RESTRICTION.

       2200-FIGURE-NET-BALANCE.
      *    Money taken over the counter today is already off the
      *    balance as far as the caller is concerned
           MOVE CUST-BALANCE TO WS-NET-BALANCE
           IF WS-MEMOS-AVAILABLE
               MOVE CUST-ID TO MEM-CUST-ID
               READ MEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT MEM-MEMO-AMOUNT FROM WS-NET-BALANCE
               END-READ
           END-IF.

       2300-FIND-LAST-PAYMENT.
      *    The latest posting night wins, and within it the latest
      *    transaction; a payment since reversed by an NSF never
      *    counts as the last payment
           MOVE ZEROS TO WS-LAST-PAY-AMT
           MOVE ZEROS TO WS-LAST-PAY-POSTED
           MOVE ZEROS TO WS-LAST-PAY-SEQ
           IF WS-CASH-APPS-AVAILABLE
               SET WS-BROWSE-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO APP-KEY
               MOVE CUST-ID TO APP-CUST-ID
               START CASH-APP-FILE KEY NOT LESS THAN APP-KEY
                   INVALID KEY SET WS-BROWSE-EOF TO TRUE
               END-START
               IF WS-BROWSE-NOT-EOF
                   PERFORM 2320-READ-NEXT-APPLICATION
                   PERFORM 2310-CHECK-APPLICATION
                       UNTIL WS-BROWSE-EOF
               END-IF
           END-IF.

       2310-CHECK-APPLICATION.
           IF APP-CUST-ID NOT = CUST-ID
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF NOT APP-REVERSED
                   IF APP-POST-DATE > WS-LAST-PAY-POSTED
                   OR (APP-POST-DATE = WS-LAST-PAY-POSTED
                   AND APP-PAY-SEQ > WS-LAST-PAY-SEQ)
                       MOVE APP-POST-DATE TO WS-LAST-PAY-POSTED
                       MOVE APP-PAY-SEQ TO WS-LAST-PAY-SEQ
                       MOVE APP-PAY-AMOUNT TO WS-LAST-PAY-AMT
                   END-IF
               END-IF
               PERFORM 2320-READ-NEXT-APPLICATION
           END-IF.

       2320-READ-NEXT-APPLICATION.
           READ CASH-APP-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2400-FIGURE-AMOUNT-DUE.
      *    Past due is everything the sub-ledger has aged beyond the
      *    current bucket; the next due date is the earliest due
      *    date still open on an invoice, which is in the past when
      *    the customer is behind
           MOVE ZEROS TO WS-PAST-DUE-AMT
           MOVE ZEROS TO WS-NEXT-DUE-DATE
           MOVE ZEROS TO WS-MINIMUM-DUE
           IF WS-AGING-AVAILABLE
               MOVE CUST-ID TO AGE-CUST-ID
               READ AGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-PAST-DUE-AMT = AGE-30-AMT
                           + AGE-60-AMT + AGE-90-AMT + AGE-120-AMT
               END-READ
           END-IF
           IF WS-PAST-DUE-AMT < ZERO
               MOVE ZEROS TO WS-PAST-DUE-AMT
           END-IF
           IF WS-INVOICES-AVAILABLE
               PERFORM 2410-FIND-NEXT-DUE-DATE
           END-IF
           IF WS-NET-BALANCE > ZERO
               PERFORM 2500-FIGURE-MINIMUM-DUE
           END-IF.

       2410-FIND-NEXT-DUE-DATE.
           SET WS-BROWSE-NOT-EOF TO TRUE
           MOVE CUST-ID TO INV-CUST-ID
           START INVOICE-FILE KEY IS EQUAL TO INV-CUST-ID
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF WS-BROWSE-NOT-EOF
               PERFORM 2430-READ-NEXT-INVOICE
               PERFORM 2420-CHECK-INVOICE
                   UNTIL WS-BROWSE-EOF
           END-IF.

       2420-CHECK-INVOICE.
           IF INV-CUST-ID NOT = CUST-ID
               SET WS-BROWSE-EOF TO TRUE
           ELSE
      *        An invoice cut before cash application is wholly open
               IF INV-NOT-YET-APPLIED
                   MOVE INV-AMOUNT TO WS-INVOICE-OPEN-AMT
               ELSE
                   MOVE INV-OPEN-AMT TO WS-INVOICE-OPEN-AMT
               END-IF
               IF WS-INVOICE-OPEN-AMT > ZERO
               AND INV-DUE-DATE IS NUMERIC
               AND INV-DUE-DATE > ZEROS
                   IF WS-NEXT-DUE-DATE = ZEROS
                   OR INV-DUE-DATE < WS-NEXT-DUE-DATE
                       MOVE INV-DUE-DATE TO WS-NEXT-DUE-DATE
                   END-IF
               END-IF
               PERFORM 2430-READ-NEXT-INVOICE
           END-IF.

       2430-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2500-FIGURE-MINIMUM-DUE.
      *    The statement's rule on the net balance - but never less
      *    than what is already past due
           COMPUTE WS-MINIMUM-DUE ROUNDED =
               WS-NET-BALANCE * WS-MIN-DUE-PERCENT / 100
           IF WS-MINIMUM-DUE < WS-MIN-DUE-FLOOR
               MOVE WS-MIN-DUE-FLOOR TO WS-MINIMUM-DUE
           END-IF
           IF WS-MINIMUM-DUE < WS-PAST-DUE-AMT
               MOVE WS-PAST-DUE-AMT TO WS-MINIMUM-DUE
           END-IF
           IF WS-MINIMUM-DUE > WS-NET-BALANCE
               MOVE WS-NET-BALANCE TO WS-MINIMUM-DUE
           END-IF.

       2600-SET-RESTRICTION.
           SET IVR-UNRESTRICTED TO TRUE
           MOVE SPACE TO IVR-RESTRICT-REASON
           IF CUST-STATUS = 'W'
               SET IVR-RESTRICTED TO TRUE
               SET IVR-CHARGED-OFF TO TRUE
           ELSE
               IF WS-RISK-AVAILABLE
                   MOVE CUST-ID TO RSK-CUST-ID
                   READ RISK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RSK-DUN-LEVEL IS NUMERIC
                           AND RSK-DUN-LEVEL NOT < WS-COLLECTIONS-LEVEL
                               SET IVR-RESTRICTED TO TRUE
                               SET IVR-IN-COLLECTIONS TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF IVR-RESTRICTED
               ADD 1 TO WS-RESTRICTED-COUNT
           END-IF.

       3000-WRITE-TRAILER.
      *    The trailer is how the self-service side proves it loaded
      *    what we sent - the detail count and the balance dollars
           MOVE SPACES TO IVR-EXTRACT-RECORD
           SET IVR-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO IVR-TRL-RECORD-COUNT
           IF WS-BALANCE-HASH < ZERO
               MOVE '-' TO IVR-TRL-HASH-SIGN
           ELSE
               MOVE '+' TO IVR-TRL-HASH-SIGN
           END-IF
           MOVE WS-BALANCE-HASH TO IVR-TRL-BALANCE-HASH
           MOVE WS-RESTRICTED-COUNT TO IVR-TRL-RESTRICTED-COUNT
           WRITE IVR-EXTRACT-RECORD.

       8000-ERROR-HANDLER.
      *    A file the feed cannot do without failed to open - stop
      *    rather than publish a partial file
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           DISPLAY 'FILE STATUS: ' WS-FILE-STATUS
           SET WS-END-OF-FILE TO TRUE
           STOP RUN.

       9000-TERMINATE.
           CLOSE CUSTOMER-FILE
           IF WS-AGING-AVAILABLE
               CLOSE AGE-FILE
           END-IF
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           IF WS-CASH-APPS-AVAILABLE
               CLOSE CASH-APP-FILE
           END-IF
           IF WS-MEMOS-AVAILABLE
               CLOSE MEMO-FILE
           END-IF
           IF WS-RISK-AVAILABLE
               CLOSE RISK-FILE
           END-IF
           CLOSE EXTRACT-FILE
           DISPLAY 'SELF-SERVICE EXTRACT COMPLETE - CUSTOMERS READ: '
               WS-READ-COUNT
           DISPLAY 'RECORDS SENT: ' WS-DETAIL-COUNT
               '  RESTRICTED: ' WS-RESTRICTED-COUNT.
