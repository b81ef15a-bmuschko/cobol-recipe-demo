       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHGO.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTCHGO - Bad-Debt Charge-Off Program                         *
      * Customers who reach the top of the CUSTDUN ladder and sit in *
      * the over-120 bucket are dollars we will never see, yet they  *
      * inflate the aging report and the finance-charge run for as   *
      * long as they stay on the books. This run walks the dunning   *
      * state file and selects every account that meets the charge- *
      * off policy on the control cards - DUN-LEVEL=n (the ladder    *
      * level reached, 4 = refer to agency by default) and          *
      * MIN-DAYS-120=nnn (calendar days since dollars first landed  *
      * in the over-120 bucket, 60 by default). Each selected       *
      * account has its balance written off: the amount and its      *
      * bucket spread are kept on the charge-off file, the buckets   *
      * are zeroed, the customer moves to charge-off status 'W' with *
      * a zero balance, the change is logged through AUDITLOG, and  *
      * the write-off goes to the GL activity file for GLINTF with   *
      * this step's own handoff record. The charge-off register      *
      * lists every account written off for finance approval; a     *
      * MODE=TRIAL card prints the same register without writing    *
      * anything off, so finance can approve the list first. Money  *
      * later received on a charged-off account is posted by        *
      * CUSTPOST as a recovery on the charge-off file, and this run  *
      * closes with a separate recovery report of every charged-off *
      * account, what was written off, what has come back and the   *
      * net loss.                                                    *
      * The status and balance change on the master is also journaled *
      * field by field through CUSTJRNL, so the customer's change     *
      * history shows the write-off, the run that made it, and when.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUNNING-STATE-FILE ASSIGN TO DUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUNNING-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AGE-FILE ASSIGN TO AGEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGE-CUST-ID
               FILE STATUS IS WS-AGE-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-CUST-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRPT
               FILE STATUS IS WS-RECOVERY-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Customers in the dunning cycle with the ladder level reached
       FD  DUNNING-STATE-FILE.
       COPY DUNSTATE.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Per-customer receivables aging sub-ledger - zeroed for every
      * account written off
       FD  AGE-FILE.
       COPY AGEBUCKT.

      * What was written off, and what has been recovered since
       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

      * Charge-off register for finance approval
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Recoveries on charged-off accounts, reported apart from the
      * normal cash
       FD  RECOVERY-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  RECOVERY-LINE               PIC X(132).

      * GL activity - one item per account written off, appended for
      * GLINTF to journal
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * This step's handoff record - the amount GLINTF ties the
      * charge-off activity to
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

      * Run-control cards - DUN-LEVEL=n, MIN-DAYS-120=nnn and
      * MODE=TRIAL. A missing file runs the default policy and
      * writes the accounts off.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-DUNNING-STATUS           PIC XX.
           88  WS-DUNNING-OK           VALUE '00'.
           88  WS-DUNNING-NO-FILE      VALUE '35'.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NOT-FOUND        VALUE '23'.
           88  WS-AGE-NO-FILE          VALUE '35'.

       01  WS-CHARGE-OFF-STATUS        PIC XX.
           88  WS-CHARGE-OFF-OK        VALUE '00'.
           88  WS-CHARGE-OFF-NO-FILE   VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-RECOVERY-STATUS          PIC XX.
           88  WS-RECOVERY-OK          VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-CHARGE-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-CHARGE-EOF       VALUE 'Y'.
               88  WS-CHARGE-NOT-EOF   VALUE 'N'.
           05  WS-QUALIFY-FLAG         PIC X(1).
               88  WS-ACCOUNT-QUALIFIES VALUE 'Y'.
               88  WS-ACCOUNT-PASSES   VALUE 'N'.
      *    A missing dunning state file means nobody is on the
      *    ladder - nothing can qualify
           05  WS-DUNNING-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DUNNING-AVAILABLE VALUE 'Y'.
               88  WS-NO-DUNNING-FILE  VALUE 'N'.

      * Charge-off policy - overridden by control cards
       01  WS-POLICY-CONTROLS.
           05  WS-POLICY-DUN-LEVEL     PIC 9(1) VALUE 4.
           05  WS-POLICY-MIN-DAYS      PIC 9(3) VALUE 60.
           05  WS-RUN-MODE-FLAG        PIC X(1) VALUE 'P'.
               88  WS-MODE-POST        VALUE 'P'.
               88  WS-MODE-TRIAL       VALUE 'T'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-DAYS-IN-120          PIC S9(5) COMP.
           05  WS-CHARGE-AMOUNT        PIC S9(7)V99 COMP-3.
           05  WS-NET-LOSS             PIC S9(7)V99 COMP-3.
           05  WS-OPERATOR-ID          PIC X(8) VALUE 'CUSTCHGO'.
           05  WS-AUDIT-FOUND-FLAG     PIC X(1) VALUE 'Y'.
      *    Audit action code as the trail carries it - a charge-off
      *    is a change to the master
           05  WS-AUDIT-ACTION         PIC X(1) VALUE 'C'.
           05  WS-AUDIT-RETURN-CODE    PIC S9(4) COMP.

       01  WS-COUNTERS.
           05  WS-DUNNING-READ-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-SELECTED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-SELECTED-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CHARGED-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-CHARGED-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RCV-ACCOUNT-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-RCV-CHARGED-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RCV-RECOVERED-TOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RCV-NET-LOSS-TOTAL   PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'CHARGE-OFF REGISTER FOR FINANCE APPROVAL'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HDR-RUN-MODE         PIC X(20).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-POLICY-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'POLICY: DUNNING LEVEL >= '.
           05  WS-RPT-POLICY-LEVEL     PIC 9.
           05  FILLER                  PIC X(28)
               VALUE '   AND OVER-120 FOR >= DAYS '.
           05  WS-RPT-POLICY-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(24) VALUE 'NAME'.
           05  FILLER                  PIC X(4) VALUE 'LVL'.
           05  FILLER                  PIC X(8) VALUE 'DAYS'.
           05  FILLER                  PIC X(12) VALUE '    BALANCE'.
           05  FILLER                  PIC X(12) VALUE '    CURRENT'.
           05  FILLER                  PIC X(12) VALUE '      31-60'.
           05  FILLER                  PIC X(12) VALUE '      61-90'.
           05  FILLER                  PIC X(12) VALUE '     91-120'.
           05  FILLER                  PIC X(13) VALUE '   OVER 120'.
           05  FILLER                  PIC X(13) VALUE 'RESULT'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DUN-LEVEL        PIC 9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-DAYS-IN-120      PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-BALANCE          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-CURRENT          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-30               PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-60               PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-90               PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-120              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(14).

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(14) VALUE 'ON LADDER:'.
           05  WS-RPT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'SELECTED:'.
           05  WS-RPT-SELECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-SELECTED-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'WRITTEN OFF:'.
           05  WS-RPT-CHARGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CHARGED-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-RECOVERY-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'RECOVERIES ON CHARGED-OFF ACCOUNTS'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-RCV-HDR-RUN-DATE     PIC 9999/99/99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-RECOVERY-COLUMNS.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(26) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'CHARGED OFF'.
           05  FILLER                  PIC X(13) VALUE '  WRITTEN OFF'.
           05  FILLER                  PIC X(13) VALUE '    RECOVERED'.
           05  FILLER                  PIC X(13) VALUE '     NET LOSS'.
           05  FILLER                  PIC X(7) VALUE 'ITEMS'.
           05  FILLER                  PIC X(38) VALUE 'LAST RECOVERY'.

       01  WS-RECOVERY-DETAIL.
           05  WS-RCV-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-NAME             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-CHARGE-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-CHARGED          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-RECOVERED        PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-NET-LOSS         PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-ITEMS            PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RCV-LAST-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-RECOVERY-TOTAL.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNTS:'.
           05  WS-RCV-TOT-ACCOUNTS     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'WRITTEN OFF:'.
           05  WS-RCV-TOT-CHARGED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RECOVERED:'.
           05  WS-RCV-TOT-RECOVERED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'NET LOSS:'.
           05  WS-RCV-TOT-NET-LOSS     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-ACCOUNT
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           IF WS-MODE-POST
               PERFORM 3500-WRITE-STEP-CONTROL
           END-IF
           PERFORM 4000-WRITE-RECOVERY-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTCHGO' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT DUNNING-STATE-FILE
           IF WS-DUNNING-NO-FILE
               SET WS-NO-DUNNING-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO DUNNING STATE FILE - NOTHING TO CHARGE OFF'
           ELSE
               IF NOT WS-DUNNING-OK
                   MOVE WS-DUNNING-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DUNNING STATE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O AGE-FILE
           IF NOT WS-AGE-OK
               MOVE WS-AGE-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CHARGE-OFF-NO-FILE
      *        First charge-off run - create an empty charge-off
      *        file and carry on
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF
           IF NOT WS-CHARGE-OFF-OK
               MOVE WS-CHARGE-OFF-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING CHARGE-OFF FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF NOT WS-RECOVERY-OK
               MOVE WS-RECOVERY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING RECOVERY REPORT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF WS-MODE-POST
      *        Earlier steps may already have left activity for the
      *        night - append to it, never truncate it
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
               MOVE 'ACCOUNTS WRITTEN OFF' TO WS-HDR-RUN-MODE
           ELSE
               MOVE 'TRIAL - NOT POSTED' TO WS-HDR-RUN-MODE
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER
           MOVE WS-POLICY-DUN-LEVEL TO WS-RPT-POLICY-LEVEL
           MOVE WS-POLICY-MIN-DAYS TO WS-RPT-POLICY-DAYS
           MOVE WS-POLICY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           IF WS-DUNNING-AVAILABLE
               PERFORM 1100-READ-DUNNING-STATE
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
               WHEN CONTROL-RECORD(1:10) = 'DUN-LEVEL='
                   IF CONTROL-RECORD(11:1) IS NUMERIC
                   AND CONTROL-RECORD(11:1) NOT = '0'
                       MOVE CONTROL-RECORD(11:1)
                           TO WS-POLICY-DUN-LEVEL
                   ELSE
                       DISPLAY 'BAD DUN-LEVEL CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:13) = 'MIN-DAYS-120='
                   IF CONTROL-RECORD(14:3) IS NUMERIC
                       MOVE CONTROL-RECORD(14:3) TO WS-POLICY-MIN-DAYS
                   ELSE
                       DISPLAY 'BAD MIN-DAYS-120 CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:10) = 'MODE=TRIAL'
                   SET WS-MODE-TRIAL TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-DUNNING-STATE.
           READ DUNNING-STATE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-DUNNING-READ-COUNT
           END-IF.

       2000-SCREEN-ACCOUNT.
           IF DUN-LEVEL NOT < WS-POLICY-DUN-LEVEL
               PERFORM 2100-CHECK-POLICY
               IF WS-ACCOUNT-QUALIFIES
                   PERFORM 2200-CHARGE-OFF-ACCOUNT
               END-IF
           END-IF
           PERFORM 1100-READ-DUNNING-STATE.

       2100-CHECK-POLICY.
      *    High enough on the ladder - the account must still be a
      *    live receivable with dollars that have sat in the over-120
      *    bucket at least as long as the policy says
           SET WS-ACCOUNT-PASSES TO TRUE
           MOVE DUN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'DUNNING CUSTOMER NOT ON MASTER: '
                       DUN-CUST-ID
               NOT INVALID KEY
                   IF CUST-STATUS NOT = 'W'
                   AND CUST-BALANCE > ZERO
                       PERFORM 2110-CHECK-OVER-120
                   END-IF
           END-READ.

       2110-CHECK-OVER-120.
           MOVE CUST-ID TO AGE-CUST-ID
           READ AGE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AGE-120-AMT > ZERO
                   AND AGE-120-SINCE-DATE IS NUMERIC
                   AND AGE-120-SINCE-DATE > ZEROS
                       COMPUTE WS-DAYS-IN-120 =
                           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE
                               (AGE-120-SINCE-DATE)
                       IF WS-DAYS-IN-120 NOT < WS-POLICY-MIN-DAYS
                           SET WS-ACCOUNT-QUALIFIES TO TRUE
                       END-IF
                   END-IF
           END-READ.

       2200-CHARGE-OFF-ACCOUNT.
           MOVE CUST-BALANCE TO WS-CHARGE-AMOUNT
           ADD 1 TO WS-SELECTED-COUNT
           ADD WS-CHARGE-AMOUNT TO WS-SELECTED-AMOUNT
      *    The register shows the spread being written off, so it
      *    is built before the buckets are zeroed
           PERFORM 2300-BUILD-REGISTER-LINE
           IF WS-MODE-POST
               PERFORM 2210-WRITE-CHARGE-OFF
               PERFORM 2220-ZERO-BUCKETS
               PERFORM 2230-CHARGE-OFF-CUSTOMER
               PERFORM 2240-AUDIT-CHARGE-OFF
               PERFORM 2250-WRITE-GL-ACTIVITY
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE-AMOUNT TO WS-CHARGED-AMOUNT
               MOVE 'WRITTEN OFF' TO WS-RPT-RESULT
           ELSE
               MOVE 'TRIAL ONLY' TO WS-RPT-RESULT
           END-IF
           PERFORM 2310-WRITE-REGISTER-LINE.

       2210-WRITE-CHARGE-OFF.
           MOVE SPACES TO CHARGE-OFF-RECORD
           MOVE CUST-ID TO CHG-CUST-ID
           MOVE WS-RUN-DATE TO CHG-DATE
           MOVE WS-CHARGE-AMOUNT TO CHG-AMOUNT
           MOVE AGE-CURRENT-AMT TO CHG-CURRENT-AMT
           MOVE AGE-30-AMT TO CHG-30-AMT
           MOVE AGE-60-AMT TO CHG-60-AMT
           MOVE AGE-90-AMT TO CHG-90-AMT
           MOVE AGE-120-AMT TO CHG-120-AMT
           MOVE DUN-LEVEL TO CHG-DUN-LEVEL
           MOVE WS-DAYS-IN-120 TO CHG-DAYS-IN-120
           MOVE ZEROS TO CHG-RECOVERED-AMT
           MOVE ZEROS TO CHG-RECOVERY-COUNT
           MOVE ZEROS TO CHG-LAST-RECOVERY-DATE
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
      *            Charged off once before, reinstated, and charged
      *            off again - the new write-off replaces the old
                   REWRITE CHARGE-OFF-RECORD
                       INVALID KEY
                           MOVE WS-CHARGE-OFF-STATUS TO WS-FILE-STATUS
                           MOVE 'ERROR WRITING CHARGE-OFF RECORD'
                               TO WS-ERROR-MESSAGE
                           PERFORM 8000-ERROR-HANDLER
                   END-REWRITE
           END-WRITE.

       2220-ZERO-BUCKETS.
           MOVE ZEROS TO AGE-CURRENT-AMT
           MOVE ZEROS TO AGE-30-AMT
           MOVE ZEROS TO AGE-60-AMT
           MOVE ZEROS TO AGE-90-AMT
           MOVE ZEROS TO AGE-120-AMT
           MOVE ZEROS TO AGE-120-SINCE-DATE
           REWRITE AGE-BUCKET-RECORD
               INVALID KEY
                   MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING AGING RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE.

       2230-CHARGE-OFF-CUSTOMER.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE 'W' TO CUST-STATUS
           MOVE ZEROS TO CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING CUSTOMER RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           SET JRQ-CHANGE TO TRUE
           PERFORM 7900-JOURNAL-CUSTOMER.

       2240-AUDIT-CHARGE-OFF.
           CALL 'AUDITLOG' USING CUST-ID
                                 WS-OPERATOR-ID
                                 WS-RUN-DATE
                                 WS-AUDIT-FOUND-FLAG
                                 WS-AUDIT-ACTION
                                 WS-AUDIT-RETURN-CODE.

       2250-WRITE-GL-ACTIVITY.
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'CUSTCHGO' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'CHGO' TO GLA-ACTIVITY-TYPE
           MOVE CUST-ID TO GLA-CUST-ID
           MOVE WS-CHARGE-AMOUNT TO GLA-AMOUNT
           MOVE WS-RUN-DATE TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2300-BUILD-REGISTER-LINE.
           MOVE CUST-ID TO WS-RPT-CUST-ID
           MOVE SPACES TO WS-RPT-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-RPT-NAME
           MOVE DUN-LEVEL TO WS-RPT-DUN-LEVEL
           MOVE WS-DAYS-IN-120 TO WS-RPT-DAYS-IN-120
           MOVE WS-CHARGE-AMOUNT TO WS-RPT-BALANCE
           MOVE AGE-CURRENT-AMT TO WS-RPT-CURRENT
           MOVE AGE-30-AMT TO WS-RPT-30
           MOVE AGE-60-AMT TO WS-RPT-60
           MOVE AGE-90-AMT TO WS-RPT-90
           MOVE AGE-120-AMT TO WS-RPT-120.

       2310-WRITE-REGISTER-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DUNNING-READ-COUNT TO WS-RPT-READ
           MOVE WS-SELECTED-COUNT TO WS-RPT-SELECTED
           MOVE WS-SELECTED-AMOUNT TO WS-RPT-SELECTED-AMT
           MOVE WS-CHARGED-COUNT TO WS-RPT-CHARGED
           MOVE WS-CHARGED-AMOUNT TO WS-RPT-CHARGED-AMT
           MOVE WS-REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-WRITE-STEP-CONTROL.
      *    The write-offs go to the GL with this step's own handoff,
      *    so GLINTF can tie the charge-off activity to it
           OPEN OUTPUT STEP-CONTROL-FILE
           IF NOT WS-STEP-OK
               MOVE WS-STEP-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING STEP CONTROL RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO STEP-CONTROL-RECORD
           MOVE 'CUSTCHGO' TO STP-STEP-NAME
           MOVE WS-RUN-DATE TO STP-RUN-DATE
           MOVE 'B' TO STP-BALANCE-FLAG
           MOVE WS-CHARGED-COUNT TO STP-RECORD-COUNT
           MOVE WS-CHARGED-AMOUNT TO STP-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

       4000-WRITE-RECOVERY-REPORT.
      *    Every account ever charged off, with what has come back
      *    on it since - tonight's write-offs show with nothing
      *    recovered yet
           MOVE WS-RUN-DATE TO WS-RCV-HDR-RUN-DATE
           MOVE WS-RECOVERY-HEADER TO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE WS-RECOVERY-COLUMNS TO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE ZEROS TO CHG-CUST-ID
           START CHARGE-OFF-FILE KEY IS NOT LESS THAN CHG-CUST-ID
               INVALID KEY SET WS-CHARGE-EOF TO TRUE
           END-START
           IF WS-CHARGE-NOT-EOF
               PERFORM 4100-READ-CHARGE-OFF
               PERFORM 4200-REPORT-ONE-RECOVERY
                   UNTIL WS-CHARGE-EOF
           END-IF
           MOVE SPACES TO RECOVERY-LINE
           WRITE RECOVERY-LINE
           MOVE WS-RCV-ACCOUNT-COUNT TO WS-RCV-TOT-ACCOUNTS
           MOVE WS-RCV-CHARGED-TOTAL TO WS-RCV-TOT-CHARGED
           MOVE WS-RCV-RECOVERED-TOTAL TO WS-RCV-TOT-RECOVERED
           MOVE WS-RCV-NET-LOSS-TOTAL TO WS-RCV-TOT-NET-LOSS
           MOVE WS-RECOVERY-TOTAL TO RECOVERY-LINE
           WRITE RECOVERY-LINE.

       4100-READ-CHARGE-OFF.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END SET WS-CHARGE-EOF TO TRUE
           END-READ.

       4200-REPORT-ONE-RECOVERY.
           COMPUTE WS-NET-LOSS = CHG-AMOUNT - CHG-RECOVERED-AMT
           MOVE CHG-CUST-ID TO WS-RCV-CUST-ID
           MOVE CHG-CUST-ID TO CUST-ID
           MOVE SPACES TO WS-RCV-NAME
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-RCV-NAME
               NOT INVALID KEY
                   STRING CUST-FIRST-NAME DELIMITED SPACE
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED SPACE
                          INTO WS-RCV-NAME
           END-READ
           MOVE CHG-DATE TO WS-RCV-CHARGE-DATE
           MOVE CHG-AMOUNT TO WS-RCV-CHARGED
           MOVE CHG-RECOVERED-AMT TO WS-RCV-RECOVERED
           MOVE WS-NET-LOSS TO WS-RCV-NET-LOSS
           MOVE CHG-RECOVERY-COUNT TO WS-RCV-ITEMS
           MOVE CHG-LAST-RECOVERY-DATE TO WS-RCV-LAST-DATE
           MOVE WS-RECOVERY-DETAIL TO RECOVERY-LINE
           WRITE RECOVERY-LINE
           ADD 1 TO WS-RCV-ACCOUNT-COUNT
           ADD CHG-AMOUNT TO WS-RCV-CHARGED-TOTAL
           ADD CHG-RECOVERED-AMT TO WS-RCV-RECOVERED-TOTAL
           ADD WS-NET-LOSS TO WS-RCV-NET-LOSS-TOTAL
           PERFORM 4100-READ-CHARGE-OFF.

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
           SET JRQ-CLOSE TO TRUE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           IF WS-DUNNING-AVAILABLE
               CLOSE DUNNING-STATE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE AGE-FILE
           CLOSE CHARGE-OFF-FILE
           CLOSE REPORT-FILE
           CLOSE RECOVERY-REPORT-FILE
           IF WS-MODE-POST
               CLOSE GL-ACTIVITY-FILE
           END-IF
           DISPLAY 'CHARGE-OFF RUN COMPLETE'.
