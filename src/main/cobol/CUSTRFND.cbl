       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTRFND - Customer Credit-Balance Refund Program              *
      * An overpayment leaves the customer with a negative           *
      * CUST-BALANCE, and until now it sat there until somebody      *
      * noticed. This run walks the customer master for credit       *
      * balances and disposes of each one. A customer we can still   *
      * reach whose credit has stood, untouched, for at least the    *
      * MIN-DAYS=nnn card's business days (10 by default, counted    *
      * through the shared CUSTCAL calendar from CUST-LAST-UPDATE)   *
      * is refunded: a check request goes to the accounts payable    *
      * check-request file, and an offsetting debit for the same     *
      * amount is appended to the transaction file in CUSTTRAN        *
      * layout so CUSTPOST zeroes the balance tonight. A customer we *
      * cannot reach - closed, on the mailroom's returned-mail file, *
      * or with no activity for the DORMANT-DAYS=nnnn card's         *
      * calendar days (1095 by default) - is never mailed a check;  *
      * the credit is held on the credit-balance file as unclaimed   *
      * property for the annual CUSTESCH report by state. Every      *
      * refund is recorded on the same file, so a rerun before       *
      * CUSTPOST has posted the debit never asks for the same money  *
      * twice. The register lists each credit balance with what was  *
      * done with it, and totals refunds, unclaimed credits and      *
      * credits still too recent to refund.                           *
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
           SELECT CREDIT-BALANCE-FILE ASSIGN TO CRBFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRB-CUST-ID
               FILE STATUS IS WS-CREDIT-STATUS.
           SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTM-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT CHECK-REQUEST-FILE ASSIGN TO APCHKRQ
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * What was done with each credit balance - refunds requested
      * and credits held as unclaimed property
       FD  CREDIT-BALANCE-FILE.
       COPY CRBAL.

      * Customers whose mail comes back undeliverable
       FD  RETURNED-MAIL-FILE.
       COPY MAILRTN.

      * Refund checks for accounts payable to cut
       FD  CHECK-REQUEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY APCHKRQ.

      * Offsetting debits for CUSTPOST - appended to any
      * transactions already waiting for tonight's posting
       FD  TRAN-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTTRAN.

      * Refund register
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - MIN-DAYS=nnn and DORMANT-DAYS=nnnn. A
      * missing file runs the default policy.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-EOF             VALUE '10'.

       COPY FILESTAT.

       01  WS-CREDIT-STATUS            PIC XX.
           88  WS-CREDIT-OK            VALUE '00'.
           88  WS-CREDIT-NOT-FOUND     VALUE '23'.
           88  WS-CREDIT-NO-FILE       VALUE '35'.

       01  WS-MAIL-STATUS              PIC XX.
           88  WS-MAIL-OK              VALUE '00'.
           88  WS-MAIL-NOT-FOUND       VALUE '23'.
           88  WS-MAIL-NO-FILE         VALUE '35'.

       01  WS-CHECK-STATUS             PIC XX.
           88  WS-CHECK-OK             VALUE '00'.

       01  WS-TRAN-OUT-STATUS          PIC XX.
           88  WS-TRAN-OUT-OK          VALUE '00'.
           88  WS-TRAN-OUT-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       COPY CALAREA.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-ON-FILE-FLAG         PIC X(1).
               88  WS-CREDIT-ON-FILE   VALUE 'Y'.
               88  WS-CREDIT-NOT-ON-FILE VALUE 'N'.
      *    A missing returned-mail file means no mail has come back
           05  WS-MAIL-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-MAIL-AVAILABLE   VALUE 'Y'.
               88  WS-NO-MAIL-FILE     VALUE 'N'.

      * Refund policy - overridden by control cards
       01  WS-POLICY-CONTROLS.
           05  WS-POLICY-MIN-DAYS      PIC 9(3) VALUE 10.
           05  WS-POLICY-DORMANT-DAYS  PIC 9(4) VALUE 1095.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CREDIT-AMOUNT        PIC S9(7)V99 COMP-3.
           05  WS-IDLE-DAYS            PIC S9(7) COMP.
           05  WS-UNCLAIMED-REASON     PIC X(1).
               88  WS-REACHABLE        VALUE SPACE.
           05  WS-PAYEE-NAME           PIC X(36).

       01  WS-COUNTERS.
           05  WS-CUSTOMER-READ-COUNT  PIC 9(8) VALUE ZEROS.
           05  WS-CREDIT-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-CREDIT-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-REFUND-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-REFUND-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-UNCLAIMED-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-UNCLAIMED-TOTAL      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-WAITING-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-WAITING-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'CREDIT-BALANCE REFUND REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-POLICY-LINE.
           05  FILLER                  PIC X(32)
               VALUE 'POLICY: REFUND AFTER BUS DAYS '.
           05  WS-RPT-POLICY-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(26)
               VALUE '   DORMANT AFTER DAYS '.
           05  WS-RPT-POLICY-DORMANT   PIC ZZZ9.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(24) VALUE 'NAME'.
           05  FILLER                  PIC X(4) VALUE 'ST'.
           05  FILLER                  PIC X(4) VALUE 'STS'.
           05  FILLER                  PIC X(12) VALUE 'LAST ACTV'.
           05  FILLER                  PIC X(8) VALUE 'BUS DAYS'.
           05  FILLER                  PIC X(14) VALUE '       CREDIT'.
           05  FILLER                  PIC X(56) VALUE 'ACTION'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-STATE            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-LAST-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-BUS-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-CREDIT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-ACTION           PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-TOTAL-1.
           05  FILLER                  PIC X(17)
               VALUE 'CUSTOMERS READ:'.
           05  WS-TOT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'CREDIT BALANCES:'.
           05  WS-TOT-CREDITS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-CREDIT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'AWAITING POSTING:'.
           05  WS-TOT-PENDING          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-REPORT-TOTAL-2.
           05  FILLER                  PIC X(10) VALUE 'REFUNDED:'.
           05  WS-TOT-REFUNDS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-REFUND-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'UNCLAIMED:'.
           05  WS-TOT-UNCLAIMED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-UNCLAIMED-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'TOO RECENT:'.
           05  WS-TOT-WAITING          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-WAITING-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O CREDIT-BALANCE-FILE
           IF WS-CREDIT-NO-FILE
      *        First refund run - create an empty credit-balance
      *        file and carry on
               OPEN OUTPUT CREDIT-BALANCE-FILE
               CLOSE CREDIT-BALANCE-FILE
               OPEN I-O CREDIT-BALANCE-FILE
           END-IF
           IF NOT WS-CREDIT-OK
               MOVE WS-CREDIT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING CREDIT-BALANCE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN INPUT RETURNED-MAIL-FILE
           IF WS-MAIL-NO-FILE
               SET WS-NO-MAIL-FILE TO TRUE
               DISPLAY 'NO RETURNED-MAIL FILE - NO MAIL TREATED AS '
                   'RETURNED'
           ELSE
               IF NOT WS-MAIL-OK
                   MOVE WS-MAIL-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURNED-MAIL FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN OUTPUT CHECK-REQUEST-FILE
           IF NOT WS-CHECK-OK
               MOVE WS-CHECK-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING CHECK-REQUEST FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    Other feeds may already have left transactions for
      *    tonight - append to them, never truncate them
           OPEN EXTEND TRAN-OUT-FILE
           IF WS-TRAN-OUT-NO-FILE
               OPEN OUTPUT TRAN-OUT-FILE
           END-IF
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING TRANSACTION OUTPUT FILE'
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
           MOVE WS-POLICY-MIN-DAYS TO WS-RPT-POLICY-DAYS
           MOVE WS-POLICY-DORMANT-DAYS TO WS-RPT-POLICY-DORMANT
           MOVE WS-POLICY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           PERFORM 1100-READ-CUSTOMER.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
      *    A missing control file runs the default policy - never
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
               WHEN CONTROL-RECORD(1:9) = 'MIN-DAYS='
                   IF CONTROL-RECORD(10:3) IS NUMERIC
                       MOVE CONTROL-RECORD(10:3) TO WS-POLICY-MIN-DAYS
                   ELSE
                       DISPLAY 'BAD MIN-DAYS CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:13) = 'DORMANT-DAYS='
                   IF CONTROL-RECORD(14:4) IS NUMERIC
                   AND CONTROL-RECORD(14:4) NOT = '0000'
                       MOVE CONTROL-RECORD(14:4)
                           TO WS-POLICY-DORMANT-DAYS
                   ELSE
                       DISPLAY 'BAD DORMANT-DAYS CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-CUSTOMER-READ-COUNT
           END-IF.

       2000-PROCESS-CUSTOMER.
      *    A charged-off account carries no receivable either way -
      *    money on it is a recovery, never a credit balance
           IF CUST-BALANCE < ZERO
           AND CUST-STATUS NOT = 'W'
               PERFORM 2100-DISPOSE-CREDIT
           END-IF
           PERFORM 1100-READ-CUSTOMER.

       2100-DISPOSE-CREDIT.
           COMPUTE WS-CREDIT-AMOUNT = ZERO - CUST-BALANCE
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL
           MOVE ZEROS TO CAL-BUSINESS-DAYS
           PERFORM 2110-READ-CREDIT-RECORD
      *    A refund requested after the last posting to the account
      *    is still waiting on CUSTPOST - never ask for it twice
           IF WS-CREDIT-ON-FILE
           AND CRB-REFUNDED
           AND (CRB-LAST-SEEN-DATE > CUST-LAST-UPDATE
                OR CRB-LAST-SEEN-DATE = WS-RUN-DATE)
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'REFUND AWAITING POSTING' TO WS-RPT-ACTION
               PERFORM 2400-WRITE-REGISTER-LINE
           ELSE
               PERFORM 2120-CHECK-REACHABLE
               IF WS-REACHABLE
                   PERFORM 2130-COUNT-IDLE-BUSINESS-DAYS
                   IF CAL-BUSINESS-DAYS NOT < WS-POLICY-MIN-DAYS
                       PERFORM 2200-ISSUE-REFUND
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                       ADD WS-CREDIT-AMOUNT TO WS-WAITING-TOTAL
                   END-IF
               ELSE
                   PERFORM 2300-HOLD-UNCLAIMED
               END-IF
           END-IF.

       2110-READ-CREDIT-RECORD.
           SET WS-CREDIT-NOT-ON-FILE TO TRUE
           MOVE CUST-ID TO CRB-CUST-ID
           READ CREDIT-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CREDIT-ON-FILE TO TRUE
           END-READ.

       2120-CHECK-REACHABLE.
      *    Closed first, then returned mail, then dormancy - the
      *    first reason found is the one the report carries
           MOVE SPACE TO WS-UNCLAIMED-REASON
           IF CUST-STATUS = 'C'
               MOVE 'C' TO WS-UNCLAIMED-REASON
           END-IF
           IF WS-REACHABLE
           AND WS-MAIL-AVAILABLE
               MOVE CUST-ID TO RTM-CUST-ID
               READ RETURNED-MAIL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'M' TO WS-UNCLAIMED-REASON
               END-READ
           END-IF
           IF WS-REACHABLE
               IF CUST-LAST-UPDATE IS NUMERIC
               AND CUST-LAST-UPDATE > ZEROS
                   COMPUTE WS-IDLE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(CUST-LAST-UPDATE)
                   IF WS-IDLE-DAYS NOT < WS-POLICY-DORMANT-DAYS
                       MOVE 'D' TO WS-UNCLAIMED-REASON
                   END-IF
               ELSE
      *            No activity date at all - nobody has touched the
      *            account in living memory
                   MOVE 'D' TO WS-UNCLAIMED-REASON
               END-IF
           END-IF.

       2130-COUNT-IDLE-BUSINESS-DAYS.
           MOVE 'B' TO CAL-FUNCTION
           MOVE CUST-LAST-UPDATE TO CAL-FROM-DATE
           MOVE WS-RUN-DATE TO CAL-TO-DATE
           CALL 'CUSTCAL' USING CALENDAR-REQUEST
           IF CAL-RETURN-CODE = 8
               DISPLAY 'CALENDAR REJECTED DATE FOR CUSTOMER: ' CUST-ID
               MOVE ZEROS TO CAL-BUSINESS-DAYS
           END-IF.

       2200-ISSUE-REFUND.
           PERFORM 2210-WRITE-CHECK-REQUEST
           PERFORM 2220-WRITE-OFFSET-DEBIT
           MOVE SPACES TO CREDIT-BALANCE-RECORD
           MOVE CUST-ID TO CRB-CUST-ID
           SET CRB-REFUNDED TO TRUE
           MOVE WS-CREDIT-AMOUNT TO CRB-AMOUNT
           MOVE CUST-STATE TO CRB-STATE
           MOVE WS-RUN-DATE TO CRB-FIRST-DATE
           MOVE WS-RUN-DATE TO CRB-LAST-SEEN-DATE
           MOVE CUST-LAST-UPDATE TO CRB-LAST-ACTIVITY-DATE
           PERFORM 2500-SAVE-CREDIT-RECORD
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-REFUND-TOTAL
           MOVE 'REFUND REQUESTED' TO WS-RPT-ACTION
           PERFORM 2400-WRITE-REGISTER-LINE.

       2210-WRITE-CHECK-REQUEST.
           MOVE SPACES TO WS-PAYEE-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-PAYEE-NAME
           MOVE SPACES TO AP-CHECK-REQUEST-RECORD
           MOVE 'CRRF' TO APR-REQUEST-TYPE
           MOVE WS-RUN-DATE TO APR-REQUEST-DATE
           MOVE WS-PAYEE-NAME TO APR-PAYEE-NAME
           MOVE CUST-STREET TO APR-STREET
           MOVE CUST-CITY TO APR-CITY
           MOVE CUST-STATE TO APR-STATE
           MOVE CUST-ZIP TO APR-ZIP
           MOVE WS-CREDIT-AMOUNT TO APR-AMOUNT
           MOVE CUST-ID TO APR-REFERENCE
           WRITE AP-CHECK-REQUEST-RECORD
           IF NOT WS-CHECK-OK
               MOVE WS-CHECK-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING CHECK-REQUEST FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2220-WRITE-OFFSET-DEBIT.
      *    The refund leaves the account as a debit equal to the
      *    credit, so CUSTPOST brings the balance back to zero -
      *    marked as a refund so the GL books it to refunds
      *    clearing rather than to sales
           MOVE SPACES TO TRAN-RECORD
           MOVE CUST-ID TO TRAN-CUST-ID
           MOVE 'D' TO TRAN-TYPE
           SET TRAN-REFUND-DEBIT TO TRUE
           MOVE WS-CREDIT-AMOUNT TO TRAN-AMOUNT
           MOVE WS-RUN-DATE TO TRAN-DATE
           MOVE ZEROS TO TRAN-ORIG-DATE
           MOVE ZEROS TO TRAN-ORIG-AMOUNT
           MOVE ZEROS TO TRAN-INV-NUMBER
           WRITE TRAN-RECORD
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING TRANSACTION OUTPUT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2300-HOLD-UNCLAIMED.
      *    Held for the annual report - the date first held survives
      *    every later run that still finds the credit unclaimed
           IF WS-CREDIT-ON-FILE
           AND CRB-UNCLAIMED
               CONTINUE
           ELSE
               MOVE SPACES TO CREDIT-BALANCE-RECORD
               MOVE CUST-ID TO CRB-CUST-ID
               SET CRB-UNCLAIMED TO TRUE
               MOVE WS-RUN-DATE TO CRB-FIRST-DATE
           END-IF
           MOVE WS-CREDIT-AMOUNT TO CRB-AMOUNT
           MOVE CUST-STATE TO CRB-STATE
           MOVE WS-UNCLAIMED-REASON TO CRB-REASON
           MOVE WS-RUN-DATE TO CRB-LAST-SEEN-DATE
           MOVE CUST-LAST-UPDATE TO CRB-LAST-ACTIVITY-DATE
           PERFORM 2500-SAVE-CREDIT-RECORD
           ADD 1 TO WS-UNCLAIMED-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-UNCLAIMED-TOTAL
           EVALUATE TRUE
               WHEN CRB-CLOSED
                   MOVE 'UNCLAIMED - CUSTOMER CLOSED' TO WS-RPT-ACTION
               WHEN CRB-MAIL-RETURNED
                   MOVE 'UNCLAIMED - MAIL RETURNED' TO WS-RPT-ACTION
               WHEN OTHER
                   MOVE 'UNCLAIMED - DORMANT' TO WS-RPT-ACTION
           END-EVALUATE
           PERFORM 2400-WRITE-REGISTER-LINE.

       2400-WRITE-REGISTER-LINE.
           MOVE CUST-ID TO WS-RPT-CUST-ID
           MOVE SPACES TO WS-RPT-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-RPT-NAME
           MOVE CUST-STATE TO WS-RPT-STATE
           MOVE CUST-STATUS TO WS-RPT-STATUS
           IF CUST-LAST-UPDATE IS NUMERIC
               MOVE CUST-LAST-UPDATE TO WS-RPT-LAST-DATE
           ELSE
               MOVE ZEROS TO WS-RPT-LAST-DATE
           END-IF
           MOVE CAL-BUSINESS-DAYS TO WS-RPT-BUS-DAYS
           MOVE WS-CREDIT-AMOUNT TO WS-RPT-CREDIT
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       2500-SAVE-CREDIT-RECORD.
           IF WS-CREDIT-ON-FILE
               REWRITE CREDIT-BALANCE-RECORD
                   INVALID KEY
                       MOVE WS-CREDIT-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR REWRITING CREDIT-BALANCE RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-REWRITE
           ELSE
               WRITE CREDIT-BALANCE-RECORD
                   INVALID KEY
                       MOVE WS-CREDIT-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR WRITING CREDIT-BALANCE RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-WRITE
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMER-READ-COUNT TO WS-TOT-READ
           MOVE WS-CREDIT-COUNT TO WS-TOT-CREDITS
           MOVE WS-CREDIT-TOTAL TO WS-TOT-CREDIT-AMT
           MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
           MOVE WS-REPORT-TOTAL-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REFUND-COUNT TO WS-TOT-REFUNDS
           MOVE WS-REFUND-TOTAL TO WS-TOT-REFUND-AMT
           MOVE WS-UNCLAIMED-COUNT TO WS-TOT-UNCLAIMED
           MOVE WS-UNCLAIMED-TOTAL TO WS-TOT-UNCLAIMED-AMT
           MOVE WS-WAITING-COUNT TO WS-TOT-WAITING
           MOVE WS-WAITING-TOTAL TO WS-TOT-WAITING-AMT
           MOVE WS-REPORT-TOTAL-2 TO REPORT-LINE
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
           CLOSE CUSTOMER-FILE
           CLOSE CREDIT-BALANCE-FILE
           IF WS-MAIL-AVAILABLE
               CLOSE RETURNED-MAIL-FILE
           END-IF
           CLOSE CHECK-REQUEST-FILE
           CLOSE TRAN-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CREDIT-BALANCE REFUND RUN COMPLETE'.
