       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * GLINTF - General Ledger Journal Interface Program              *
      * Picks up the night's GL activity left by the money-moving     *
      * steps - CUSTLBX lockbox cash, CUSTPOST payments, charges,     *
      * credits, NSF returns and fees, refund debits and collection  *
      * agency commission credits, ORDPOST orders and the sales      *
      * tax billed on them less the goods and tax credited back on  *
      * returns, CUSTFEE finance charges, CUSTCHGO write-offs on   *
      * the nights it runs, and the autopay debits CUSTACH sends to  *
      * the bank on business days - and turns it into one           *
      * balanced journal for the GL upload, so finance stops         *
      * re-keying the registers.                                      *
      * Every activity type is mapped to a debit and a credit GL      *
      * account through ACCOUNT= control cards; activity is summed    *
      * by type and journalled as one debit line and one credit line *
      * per type. Before anything is released the run proves that    *
      * every type carries an account pair, that each step's         *
      * activity ties to the STP-AMOUNT that step left on its own    *
      * handoff record, and that the journal as built ties to the    *
      * sum of those handoffs.                                       *
      * Any failure refuses the release - no journal is written and  *
      * the step ends with a non-zero return code so the upload is   *
      * held - and the GL interface register always prints the proof *
      * so finance can see exactly which step or account is out.    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTLIN
               FILE STATUS IS WS-STEP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The night's GL activity appended by the money-moving steps
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * The handoff records of the money-moving steps, concatenated
      * on one DD - each step's STP-AMOUNT is what its activity must
      * tie to
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

      * The GL upload - a header, one debit and one credit line per
      * activity type, and a trailer carrying the line count and the
      * proven debit and credit totals
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  JOURNAL-HEADER-RECORD.
           05  JNL-HDR-REC-TYPE        PIC X(1).
           05  JNL-HDR-RUN-DATE        PIC 9(8).
           05  JNL-HDR-SOURCE          PIC X(8).
           05  JNL-HDR-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(33).
       01  JOURNAL-DETAIL-RECORD.
           05  JNL-REC-TYPE            PIC X(1).
           05  JNL-RUN-DATE            PIC 9(8).
           05  JNL-GL-ACCOUNT          PIC X(10).
           05  JNL-DR-CR               PIC X(1).
           05  JNL-AMOUNT              PIC 9(11)V99.
           05  JNL-ACTIVITY-TYPE       PIC X(4).
           05  JNL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).
       01  JOURNAL-TRAILER-RECORD.
           05  JNL-TRL-REC-TYPE        PIC X(1).
           05  JNL-TRL-RUN-DATE        PIC 9(8).
           05  JNL-TRL-LINE-COUNT      PIC 9(8).
           05  JNL-TRL-DEBIT-TOTAL     PIC 9(11)V99.
           05  JNL-TRL-CREDIT-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(37).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - ACCOUNT=tttt,DR=nnnnnnnnnn,CR=nnnnnnnnnn
      * maps an activity type to its GL accounts; the card may
      * repeat, and a later card for the same type replaces the
      * earlier one. With no cards nothing is mapped and nothing
      * can be released. The deck needs one card for each type the
      * steps write:
      *   LBX   lockbox cash (CUSTLBX)
      *   PAY   payments posted (CUSTPOST)
      *   DEB   charges posted (CUSTPOST)
      *   CRA   credit adjustments posted (CUSTPOST)
      *   NSFR  returned payments put back (CUSTPOST)
      *   NSFF  NSF fees (CUSTPOST)
      *   RCVY  recoveries on charged-off accounts (CUSTPOST)
      *   RFND  refund debits (CUSTPOST, from CUSTRFND) -
      *         DR receivable, CR refunds clearing
      *   AGCM  agency commission credits (CUSTPOST, from CUSTAGIN)
      *         - DR collection commission expense, CR receivable
      *   ORD   orders posted (ORDPOST)
      *   TAX   sales tax billed (ORDPOST) - DR receivable,
      *         CR sales tax payable
      *   RTN   goods returned (ORDPOST) - DR sales returns,
      *         CR receivable
      *   RTNT  tax credited on returns (ORDPOST) - DR sales tax
      *         payable, CR receivable
      *   FIN   finance charges (CUSTFEE)
      *   CHGO  write-offs (CUSTCHGO)
      *   ACH   autopay debits sent to the bank (CUSTACH)
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

       01  WS-ACTIVITY-STATUS          PIC XX.
           88  WS-ACTIVITY-OK          VALUE '00'.
           88  WS-ACTIVITY-NO-FILE     VALUE '35'.

       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.
           88  WS-STEP-NO-FILE         VALUE '35'.

       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE '00'.

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
           05  WS-STEP-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-STEP-EOF         VALUE 'Y'.
               88  WS-STEP-NOT-EOF     VALUE 'N'.
      *    A missing activity file means no step moved any money -
      *    every handoff must then carry a zero amount
           05  WS-ACTIVITY-AVAIL-FLAG  PIC X(1) VALUE 'Y'.
               88  WS-ACTIVITY-AVAILABLE VALUE 'Y'.
               88  WS-NO-ACTIVITY-FILE VALUE 'N'.
      *    Any failed proof turns this off and holds the journal
           05  WS-RELEASE-FLAG         PIC X(1) VALUE 'Y'.
               88  WS-RELEASE-OK       VALUE 'Y'.
               88  WS-RELEASE-REFUSED  VALUE 'N'.

      * The money-moving steps whose activity is journalled - each
      * must hand off tonight, balanced, and tie to its activity
       01  WS-STEP-NAME-DATA.
           05  FILLER                  PIC X(8) VALUE 'CUSTLBX'.
           05  FILLER                  PIC X(8) VALUE 'CUSTPOST'.
           05  FILLER                  PIC X(8) VALUE 'ORDPOST'.
           05  FILLER                  PIC X(8) VALUE 'CUSTFEE'.
           05  FILLER                  PIC X(8) VALUE 'CUSTCHGO'.
           05  FILLER                  PIC X(8) VALUE 'CUSTACH'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-DATA.
           05  WS-STEP-NAME-ENTRY      PIC X(8) OCCURS 6 TIMES.

      * Y marks a step that runs on its own schedule rather than
      * nightly - no handoff is expected from it on a night it moved
      * no money
       01  WS-STEP-OPTIONAL-DATA.
           05  FILLER                  PIC X(6) VALUE 'NNNNYY'.
       01  WS-STEP-OPTIONAL-TABLE REDEFINES WS-STEP-OPTIONAL-DATA.
           05  WS-STEP-OPTIONAL-ENTRY  PIC X(1) OCCURS 6 TIMES.

       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(4) COMP VALUE 6.
           05  WS-STEP-ENTRY           OCCURS 6 TIMES
                                       INDEXED BY STP-IDX.
               10  WS-STP-NAME         PIC X(8).
               10  WS-STP-OPTIONAL-FLAG PIC X(1).
                   88  WS-STP-OPTIONAL VALUE 'Y'.
               10  WS-STP-FOUND-FLAG   PIC X(1).
                   88  WS-STP-FOUND    VALUE 'Y'.
                   88  WS-STP-MISSING  VALUE 'N'.
               10  WS-STP-RUN-DATE     PIC 9(8).
               10  WS-STP-BALANCE-FLAG PIC X(1).
               10  WS-STP-HANDOFF-AMT  PIC S9(11)V99 COMP-3.
               10  WS-STP-ACTIVITY-CNT PIC 9(8).
               10  WS-STP-ACTIVITY-AMT PIC S9(11)V99 COMP-3.

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-COUNT        PIC 9(4) COMP VALUE ZEROS.
           05  WS-ACCOUNT-ENTRY        OCCURS 20 TIMES
                                       INDEXED BY ACT-IDX.
               10  WS-ACT-TYPE         PIC X(4).
               10  WS-ACT-MAPPED-FLAG  PIC X(1).
                   88  WS-ACT-MAPPED   VALUE 'Y'.
                   88  WS-ACT-UNMAPPED VALUE 'N'.
               10  WS-ACT-DR-ACCOUNT   PIC X(10).
               10  WS-ACT-CR-ACCOUNT   PIC X(10).
               10  WS-ACT-COUNT        PIC 9(8).
               10  WS-ACT-AMOUNT       PIC S9(11)V99 COMP-3.

       01  WS-CARD-WORK.
           05  WS-CARD-TYPE            PIC X(4).
           05  WS-CARD-DR-ACCOUNT      PIC X(10).
           05  WS-CARD-CR-ACCOUNT      PIC X(10).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-STEP-SUB             PIC 9(4) COMP.
           05  WS-ACCOUNT-SUB          PIC 9(4) COMP.
           05  WS-REFUSE-REASON        PIC X(40).
           05  WS-HOLD-LINE            PIC X(132).

       01  WS-COUNTERS.
           05  WS-ACTIVITY-READ-COUNT  PIC 9(8) VALUE ZEROS.
           05  WS-OTHER-DATE-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-UNKNOWN-STEP-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-JOURNAL-LINE-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-HANDOFF-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UNKNOWN-STEP-AMOUNT  PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'GL JOURNAL INTERFACE REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-STEP-HEADING.
           05  FILLER                  PIC X(10) VALUE 'STEP'.
           05  FILLER                  PIC X(12) VALUE 'HANDOFF'.
           05  FILLER                  PIC X(18) VALUE 'HANDOFF AMOUNT'.
           05  FILLER                  PIC X(12) VALUE 'ITEMS'.
           05  FILLER                  PIC X(18)
               VALUE 'ACTIVITY AMOUNT'.
           05  FILLER                  PIC X(62) VALUE 'RESULT'.

       01  WS-STEP-DETAIL.
           05  WS-RPT-STEP-NAME        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-HANDOFF-DATE     PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-HANDOFF-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-ACTIVITY-CNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-RPT-ACTIVITY-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-STEP-RESULT      PIC X(40).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                  PIC X(8) VALUE 'TYPE'.
           05  FILLER                  PIC X(14) VALUE 'DEBIT ACCT'.
           05  FILLER                  PIC X(14) VALUE 'CREDIT ACCT'.
           05  FILLER                  PIC X(12) VALUE 'ITEMS'.
           05  FILLER                  PIC X(18) VALUE 'AMOUNT'.
           05  FILLER                  PIC X(66) VALUE 'RESULT'.

       01  WS-ACCOUNT-DETAIL.
           05  WS-RPT-ACT-TYPE         PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-DR-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-CR-ACCOUNT       PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-ACT-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-RPT-ACT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-ACT-RESULT       PIC X(30).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'JOURNAL DEBITS:'.
           05  WS-RPT-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'CREDITS:'.
           05  WS-RPT-CREDIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'ITEMS READ:'.
           05  WS-RPT-READ-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'OTHER NIGHTS:'.
           05  WS-RPT-OTHER-DATE       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-HANDOFF-TOTAL-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'STEP HANDOFFS:'.
           05  WS-RPT-HANDOFF-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-HANDOFF-RESULT   PIC X(40).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RELEASE-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'JOURNAL STATUS:'.
           05  WS-RPT-RELEASE-STATUS   PIC X(24).
           05  WS-RPT-RELEASE-REASON   PIC X(40).
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-ACTIVITY
               UNTIL WS-END-OF-FILE
           PERFORM 3000-PROVE-JOURNAL
           IF WS-RELEASE-OK
               PERFORM 4000-RELEASE-JOURNAL
           ELSE
               PERFORM 4500-REFUSE-JOURNAL
           END-IF
           PERFORM 3900-WRITE-RELEASE-STATUS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1010-CLEAR-STEP-SLOT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM 1040-LOAD-RUN-CARDS
           PERFORM 1100-LOAD-STEP-HANDOFFS
           OPEN INPUT GL-ACTIVITY-FILE
           IF WS-ACTIVITY-NO-FILE
      *        No step appended any activity - the proof still runs
      *        against the handoffs
               SET WS-NO-ACTIVITY-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO GL ACTIVITY FILE - NO ACTIVITY TONIGHT'
           ELSE
               IF NOT WS-ACTIVITY-OK
                   MOVE WS-ACTIVITY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING GL ACTIVITY FILE'
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
           PERFORM 1030-WRITE-PAGE-HEADER
           IF WS-ACTIVITY-AVAILABLE
               PERFORM 1200-READ-ACTIVITY
           END-IF.

       1010-CLEAR-STEP-SLOT.
           MOVE WS-STEP-NAME-ENTRY(WS-STEP-SUB)
               TO WS-STP-NAME(WS-STEP-SUB)
           MOVE WS-STEP-OPTIONAL-ENTRY(WS-STEP-SUB)
               TO WS-STP-OPTIONAL-FLAG(WS-STEP-SUB)
           SET WS-STP-MISSING(WS-STEP-SUB) TO TRUE
           MOVE ZEROS TO WS-STP-RUN-DATE(WS-STEP-SUB)
           MOVE SPACE TO WS-STP-BALANCE-FLAG(WS-STEP-SUB)
           MOVE ZEROS TO WS-STP-HANDOFF-AMT(WS-STEP-SUB)
           MOVE ZEROS TO WS-STP-ACTIVITY-CNT(WS-STEP-SUB)
           MOVE ZEROS TO WS-STP-ACTIVITY-AMT(WS-STEP-SUB).

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
      *    A missing control file leaves the account table empty -
      *    any activity at all will then refuse the release
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1050-READ-RUN-CARD
               PERFORM 1060-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY 'NO ACCOUNT CONTROL CARDS - NOTHING MAPPED'
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
               WHEN CONTROL-RECORD(1:8) = 'ACCOUNT='
               AND CONTROL-RECORD(13:4) = ',DR='
               AND CONTROL-RECORD(27:4) = ',CR='
                   MOVE CONTROL-RECORD(9:4) TO WS-CARD-TYPE
                   MOVE CONTROL-RECORD(17:10) TO WS-CARD-DR-ACCOUNT
                   MOVE CONTROL-RECORD(31:10) TO WS-CARD-CR-ACCOUNT
                   IF WS-CARD-TYPE = SPACES
                   OR WS-CARD-DR-ACCOUNT = SPACES
                   OR WS-CARD-CR-ACCOUNT = SPACES
                       DISPLAY 'INCOMPLETE ACCOUNT CARD IGNORED: '
                           CONTROL-RECORD(1:40)
                   ELSE
                       PERFORM 1070-MAP-ACCOUNT-CARD
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1070-MAP-ACCOUNT-CARD.
      *    A card for a type already in the table replaces its
      *    accounts; a new type is added if there is room
           SET ACT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   IF WS-ACCOUNT-COUNT < 20
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET ACT-IDX TO WS-ACCOUNT-COUNT
                       PERFORM 1080-CLEAR-ACCOUNT-SLOT
                       MOVE WS-CARD-DR-ACCOUNT
                           TO WS-ACT-DR-ACCOUNT(ACT-IDX)
                       MOVE WS-CARD-CR-ACCOUNT
                           TO WS-ACT-CR-ACCOUNT(ACT-IDX)
                       SET WS-ACT-MAPPED(ACT-IDX) TO TRUE
                   ELSE
                       DISPLAY 'ACCOUNT TABLE FULL - CARD IGNORED'
                   END-IF
               WHEN WS-ACT-TYPE(ACT-IDX) = WS-CARD-TYPE
               AND ACT-IDX NOT > WS-ACCOUNT-COUNT
                   MOVE WS-CARD-DR-ACCOUNT TO WS-ACT-DR-ACCOUNT(ACT-IDX)
                   MOVE WS-CARD-CR-ACCOUNT TO WS-ACT-CR-ACCOUNT(ACT-IDX)
           END-SEARCH.

       1080-CLEAR-ACCOUNT-SLOT.
           MOVE WS-CARD-TYPE TO WS-ACT-TYPE(ACT-IDX)
           SET WS-ACT-UNMAPPED(ACT-IDX) TO TRUE
           MOVE SPACES TO WS-ACT-DR-ACCOUNT(ACT-IDX)
           MOVE SPACES TO WS-ACT-CR-ACCOUNT(ACT-IDX)
           MOVE ZEROS TO WS-ACT-COUNT(ACT-IDX)
           MOVE ZEROS TO WS-ACT-AMOUNT(ACT-IDX).

       1100-LOAD-STEP-HANDOFFS.
      *    Each step's handoff carries the amount its activity must
      *    tie to - a missing, stale or unbalanced handoff refuses
      *    the release when the proof runs
           OPEN INPUT STEP-CONTROL-FILE
           IF WS-STEP-NO-FILE
               DISPLAY 'NO STEP HANDOFF RECORDS ON FILE'
           ELSE
               IF NOT WS-STEP-OK
                   MOVE WS-STEP-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING STEP CONTROL FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               PERFORM 1110-READ-STEP-CONTROL
               PERFORM 1120-RECORD-STEP-HANDOFF
                   UNTIL WS-STEP-EOF
               CLOSE STEP-CONTROL-FILE
           END-IF.

       1110-READ-STEP-CONTROL.
           READ STEP-CONTROL-FILE
               AT END SET WS-STEP-EOF TO TRUE
           END-READ.

       1120-RECORD-STEP-HANDOFF.
           SET STP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   DISPLAY 'HANDOFF FOR UNJOURNALLED STEP IGNORED: '
                       STP-STEP-NAME
               WHEN WS-STP-NAME(STP-IDX) = STP-STEP-NAME
                   IF WS-STP-FOUND(STP-IDX)
                       DISPLAY 'DUPLICATE HANDOFF - LAST ONE KEPT: '
                           STP-STEP-NAME
                   END-IF
                   SET WS-STP-FOUND(STP-IDX) TO TRUE
                   MOVE STP-RUN-DATE TO WS-STP-RUN-DATE(STP-IDX)
                   MOVE STP-BALANCE-FLAG
                       TO WS-STP-BALANCE-FLAG(STP-IDX)
                   MOVE STP-AMOUNT TO WS-STP-HANDOFF-AMT(STP-IDX)
           END-SEARCH
           PERFORM 1110-READ-STEP-CONTROL.

       1200-READ-ACTIVITY.
           READ GL-ACTIVITY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-ACTIVITY-READ-COUNT
           END-IF.

       2000-ACCUMULATE-ACTIVITY.
      *    Only tonight's activity is journalled - items left from
      *    an earlier night are counted and passed over
           IF GLA-RUN-DATE NOT = WS-RUN-DATE
               ADD 1 TO WS-OTHER-DATE-COUNT
           ELSE
               PERFORM 2100-ADD-TO-STEP
               PERFORM 2200-ADD-TO-ACCOUNT
           END-IF
           PERFORM 1200-READ-ACTIVITY.

       2100-ADD-TO-STEP.
           SET STP-IDX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
      *            Activity from a step with no handoff to prove it
      *            against can never be released
                   ADD 1 TO WS-UNKNOWN-STEP-COUNT
                   ADD GLA-AMOUNT TO WS-UNKNOWN-STEP-AMOUNT
               WHEN WS-STP-NAME(STP-IDX) = GLA-STEP-NAME
                   ADD 1 TO WS-STP-ACTIVITY-CNT(STP-IDX)
                   ADD GLA-AMOUNT TO WS-STP-ACTIVITY-AMT(STP-IDX)
           END-SEARCH.

       2200-ADD-TO-ACCOUNT.
      *    A type with no account card still gets a table slot so
      *    the register can show what went unmapped
           SET ACT-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
               AT END
                   IF WS-ACCOUNT-COUNT < 20
                       ADD 1 TO WS-ACCOUNT-COUNT
                       SET ACT-IDX TO WS-ACCOUNT-COUNT
                       MOVE GLA-ACTIVITY-TYPE TO WS-CARD-TYPE
                       PERFORM 1080-CLEAR-ACCOUNT-SLOT
                       ADD 1 TO WS-ACT-COUNT(ACT-IDX)
                       ADD GLA-AMOUNT TO WS-ACT-AMOUNT(ACT-IDX)
                   ELSE
                       SET WS-RELEASE-REFUSED TO TRUE
                       MOVE 'ACCOUNT TABLE FULL' TO WS-REFUSE-REASON
                   END-IF
               WHEN WS-ACT-TYPE(ACT-IDX) = GLA-ACTIVITY-TYPE
               AND ACT-IDX NOT > WS-ACCOUNT-COUNT
                   ADD 1 TO WS-ACT-COUNT(ACT-IDX)
                   ADD GLA-AMOUNT TO WS-ACT-AMOUNT(ACT-IDX)
           END-SEARCH.

       3000-PROVE-JOURNAL.
      *    Every check runs and prints even after one has failed, so
      *    finance sees the whole picture in one register
           MOVE WS-STEP-HEADING TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           PERFORM 3100-PROVE-ONE-STEP
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT
           IF WS-UNKNOWN-STEP-COUNT > ZEROS
               MOVE SPACES TO WS-STEP-DETAIL
               MOVE 'UNKNOWN' TO WS-RPT-STEP-NAME
               MOVE ZEROS TO WS-RPT-HANDOFF-DATE
               MOVE ZEROS TO WS-RPT-HANDOFF-AMT
               MOVE WS-UNKNOWN-STEP-COUNT TO WS-RPT-ACTIVITY-CNT
               MOVE WS-UNKNOWN-STEP-AMOUNT TO WS-RPT-ACTIVITY-AMT
               MOVE 'ACTIVITY FROM AN UNJOURNALLED STEP'
                   TO WS-RPT-STEP-RESULT
               PERFORM 3150-REFUSE-STEP
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           MOVE WS-ACCOUNT-HEADING TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           PERFORM 3200-PROVE-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
      *    Each type's total goes to both sides of the journal, so
      *    debits equal credits by construction and proving them
      *    equal would prove nothing - the journal is proved
      *    instead against the money the steps themselves said they
      *    moved, the sum of tonight's handoff amounts
           IF WS-DEBIT-TOTAL = WS-HANDOFF-TOTAL
               MOVE 'JOURNAL TIES TO HANDOFFS'
                   TO WS-RPT-HANDOFF-RESULT
           ELSE
               SET WS-RELEASE-REFUSED TO TRUE
               MOVE 'JOURNAL DOES NOT TIE TO STEP HANDOFFS'
                   TO WS-REFUSE-REASON
               MOVE WS-REFUSE-REASON TO WS-RPT-HANDOFF-RESULT
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-RPT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO WS-RPT-CREDIT-TOTAL
           MOVE WS-ACTIVITY-READ-COUNT TO WS-RPT-READ-COUNT
           MOVE WS-OTHER-DATE-COUNT TO WS-RPT-OTHER-DATE
           MOVE WS-JOURNAL-TOTAL-LINE TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           MOVE WS-HANDOFF-TOTAL TO WS-RPT-HANDOFF-TOTAL
           MOVE WS-HANDOFF-TOTAL-LINE TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE.

       3100-PROVE-ONE-STEP.
           IF WS-STP-FOUND(WS-STEP-SUB)
           AND WS-STP-RUN-DATE(WS-STEP-SUB) = WS-RUN-DATE
               ADD WS-STP-HANDOFF-AMT(WS-STEP-SUB) TO WS-HANDOFF-TOTAL
           END-IF
           MOVE WS-STP-NAME(WS-STEP-SUB) TO WS-RPT-STEP-NAME
           MOVE WS-STP-RUN-DATE(WS-STEP-SUB) TO WS-RPT-HANDOFF-DATE
           MOVE WS-STP-HANDOFF-AMT(WS-STEP-SUB) TO WS-RPT-HANDOFF-AMT
           MOVE WS-STP-ACTIVITY-CNT(WS-STEP-SUB)
               TO WS-RPT-ACTIVITY-CNT
           MOVE WS-STP-ACTIVITY-AMT(WS-STEP-SUB)
               TO WS-RPT-ACTIVITY-AMT
           EVALUATE TRUE
               WHEN WS-STP-OPTIONAL(WS-STEP-SUB)
               AND WS-STP-ACTIVITY-CNT(WS-STEP-SUB) = ZEROS
               AND (WS-STP-MISSING(WS-STEP-SUB)
               OR WS-STP-RUN-DATE(WS-STEP-SUB) NOT = WS-RUN-DATE)
                   MOVE 'NOT RUN TONIGHT' TO WS-RPT-STEP-RESULT
                   MOVE WS-STEP-DETAIL TO REPORT-LINE
                   PERFORM 3800-WRITE-REPORT-LINE
               WHEN WS-STP-MISSING(WS-STEP-SUB)
                   MOVE 'NO HANDOFF RECORD' TO WS-RPT-STEP-RESULT
                   PERFORM 3150-REFUSE-STEP
               WHEN WS-STP-RUN-DATE(WS-STEP-SUB) NOT = WS-RUN-DATE
                   MOVE 'HANDOFF NOT FROM TONIGHT'
                       TO WS-RPT-STEP-RESULT
                   PERFORM 3150-REFUSE-STEP
               WHEN WS-STP-BALANCE-FLAG(WS-STEP-SUB) NOT = 'B'
                   MOVE 'STEP DID NOT BALANCE' TO WS-RPT-STEP-RESULT
                   PERFORM 3150-REFUSE-STEP
               WHEN WS-STP-ACTIVITY-AMT(WS-STEP-SUB)
                   NOT = WS-STP-HANDOFF-AMT(WS-STEP-SUB)
                   MOVE 'ACTIVITY DOES NOT TIE TO HANDOFF'
                       TO WS-RPT-STEP-RESULT
                   PERFORM 3150-REFUSE-STEP
               WHEN OTHER
                   MOVE 'TIED' TO WS-RPT-STEP-RESULT
                   MOVE WS-STEP-DETAIL TO REPORT-LINE
                   PERFORM 3800-WRITE-REPORT-LINE
           END-EVALUATE.

       3150-REFUSE-STEP.
           SET WS-RELEASE-REFUSED TO TRUE
           MOVE WS-RPT-STEP-RESULT TO WS-REFUSE-REASON
           MOVE WS-STEP-DETAIL TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE.

       3200-PROVE-ONE-ACCOUNT.
      *    Each mapped type contributes its total once to each side
      *    of the journal; an unmapped type with activity cannot be
      *    journalled at all
           SET ACT-IDX TO WS-ACCOUNT-SUB
           MOVE WS-ACT-TYPE(ACT-IDX) TO WS-RPT-ACT-TYPE
           MOVE WS-ACT-DR-ACCOUNT(ACT-IDX) TO WS-RPT-DR-ACCOUNT
           MOVE WS-ACT-CR-ACCOUNT(ACT-IDX) TO WS-RPT-CR-ACCOUNT
           MOVE WS-ACT-COUNT(ACT-IDX) TO WS-RPT-ACT-COUNT
           MOVE WS-ACT-AMOUNT(ACT-IDX) TO WS-RPT-ACT-AMOUNT
           IF WS-ACT-MAPPED(ACT-IDX)
               ADD WS-ACT-AMOUNT(ACT-IDX) TO WS-DEBIT-TOTAL
               ADD WS-ACT-AMOUNT(ACT-IDX) TO WS-CREDIT-TOTAL
               IF WS-ACT-COUNT(ACT-IDX) > ZEROS
                   MOVE 'JOURNALLED' TO WS-RPT-ACT-RESULT
               ELSE
                   MOVE 'NO ACTIVITY' TO WS-RPT-ACT-RESULT
               END-IF
           ELSE
               SET WS-RELEASE-REFUSED TO TRUE
               MOVE 'ACTIVITY TYPE HAS NO ACCOUNT CARD'
                   TO WS-REFUSE-REASON
               MOVE 'NO ACCOUNT CARD' TO WS-RPT-ACT-RESULT
           END-IF
           MOVE WS-ACCOUNT-DETAIL TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE.

       3800-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE REPORT-LINE TO WS-HOLD-LINE
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3900-WRITE-RELEASE-STATUS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE
           IF WS-RELEASE-OK
               MOVE 'RELEASED' TO WS-RPT-RELEASE-STATUS
               MOVE SPACES TO WS-RPT-RELEASE-REASON
           ELSE
               MOVE 'REFUSED - NOT RELEASED' TO WS-RPT-RELEASE-STATUS
               MOVE WS-REFUSE-REASON TO WS-RPT-RELEASE-REASON
           END-IF
           MOVE WS-RELEASE-LINE TO REPORT-LINE
           PERFORM 3800-WRITE-REPORT-LINE.

       4000-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT WS-JOURNAL-OK
               MOVE WS-JOURNAL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING JOURNAL FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO JOURNAL-HEADER-RECORD
           MOVE 'H' TO JNL-HDR-REC-TYPE
           MOVE WS-RUN-DATE TO JNL-HDR-RUN-DATE
           MOVE 'ARNIGHT' TO JNL-HDR-SOURCE
           MOVE 'RECEIVABLES NIGHTLY ACTIVITY' TO JNL-HDR-DESCRIPTION
           WRITE JOURNAL-HEADER-RECORD
           PERFORM 4100-WRITE-ACCOUNT-LINES
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           MOVE SPACES TO JOURNAL-TRAILER-RECORD
           MOVE 'T' TO JNL-TRL-REC-TYPE
           MOVE WS-RUN-DATE TO JNL-TRL-RUN-DATE
           MOVE WS-JOURNAL-LINE-COUNT TO JNL-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO JNL-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JNL-TRL-CREDIT-TOTAL
           WRITE JOURNAL-TRAILER-RECORD
           CLOSE JOURNAL-FILE
           DISPLAY 'GL JOURNAL RELEASED - LINES: '
               WS-JOURNAL-LINE-COUNT.

       4100-WRITE-ACCOUNT-LINES.
      *    A type with nothing tonight adds no zero lines to the
      *    upload
           SET ACT-IDX TO WS-ACCOUNT-SUB
           IF WS-ACT-AMOUNT(ACT-IDX) NOT = ZERO
               MOVE SPACES TO JOURNAL-DETAIL-RECORD
               MOVE 'D' TO JNL-REC-TYPE
               MOVE WS-RUN-DATE TO JNL-RUN-DATE
               MOVE WS-ACT-TYPE(ACT-IDX) TO JNL-ACTIVITY-TYPE
               MOVE WS-ACT-AMOUNT(ACT-IDX) TO JNL-AMOUNT
               STRING 'AR NIGHTLY ACTIVITY - ' DELIMITED SIZE
                      WS-ACT-TYPE(ACT-IDX) DELIMITED SIZE
                      INTO JNL-DESCRIPTION
               MOVE WS-ACT-DR-ACCOUNT(ACT-IDX) TO JNL-GL-ACCOUNT
               MOVE 'D' TO JNL-DR-CR
               WRITE JOURNAL-DETAIL-RECORD
               MOVE WS-ACT-CR-ACCOUNT(ACT-IDX) TO JNL-GL-ACCOUNT
               MOVE 'C' TO JNL-DR-CR
               WRITE JOURNAL-DETAIL-RECORD
               ADD 2 TO WS-JOURNAL-LINE-COUNT
           END-IF.

       4500-REFUSE-JOURNAL.
      *    Nothing is written to the upload - the return code holds
      *    the GL load step until the night is corrected and rerun
           DISPLAY 'GL JOURNAL REFUSED: ' WS-REFUSE-REASON
           DISPLAY 'CORRECT THE STEP OR ACCOUNT CARDS AND RERUN'
           MOVE 8 TO RETURN-CODE.

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
           IF WS-ACTIVITY-AVAILABLE
               CLOSE GL-ACTIVITY-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'GL JOURNAL INTERFACE COMPLETE'.
