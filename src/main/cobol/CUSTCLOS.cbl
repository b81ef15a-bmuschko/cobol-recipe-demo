       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLOS.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTCLOS - Month-End Receivables Close                        *
      * Runs once a month, after the last nightly chain of the month  *
      * (it checks CUSTEXPT's handoff like any chain step), and       *
      * answers "what was AR on the last day?" for good. Every        *
      * customer on the master is proved against the aging            *
      * sub-ledger the posting programs keep - the five AGEBUCKT      *
      * buckets must sum to CUST-BALANCE - and every customer that    *
      * does not prove, or carries a balance with no aging record     *
      * behind it, is listed with the difference. Every customer is   *
      * then frozen on the month-end snapshot (ARSNAP): balance,      *
      * credit limit, status, risk grade, region and aging spread as  *
      * they stood tonight, under the close month. The run closes     *
      * with the AR trial balance by status and region, with the      *
      * proof totals and a sign-off block for finance.                *
      * A month is closed once: a second close of the same month is   *
      * refused unless a RECLOSE=Y card says otherwise, and then the  *
      * month is replaced whole. An ASOF=yyyymm card reprints the     *
      * proof exceptions and the trial balance of any closed month    *
      * from the snapshot alone, touching nothing. The close month    *
      * is the month of the run date unless a MONTH=yyyymm card       *
      * names it; REGION=xx,STATE=yy cards move a state between       *
      * regions as they do for CUSTBATCH.                             *
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
           SELECT RISK-FILE ASSIGN TO RISKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO ARSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT PREV-CONTROL-FILE ASSIGN TO PRVCTL
               FILE STATUS IS WS-PREV-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Per-customer receivables aging sub-ledger maintained by the
      * posting programs - the buckets proved against the master
       FD  AGE-FILE.
       COPY AGEBUCKT.

      * Tonight's behavioral risk grade, frozen with the customer
       FD  RISK-FILE.
       COPY RISKGRD.

      * The month-end snapshot - written by the close, read back by
      * an as-of run
       FD  SNAPSHOT-FILE.
       COPY ARSNAP.

      * CUSTEXPT's handoff record - the close refuses to freeze a
      * master the nightly chain did not finish tonight unless a
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

      * Run-control cards:
      *   MONTH=yyyymm           month being closed (run month)
      *   ASOF=yyyymm            reprint a closed month, no close
      *   RECLOSE=Y              replace a month already closed
      *   HANDOFF-OVERRIDE=Y     close without tonight's handoff
      *   REGION=xx,STATE=yy     assign state yy to region xx
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * Sub-ledger proof exceptions and the AR trial balance
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-EOF             VALUE '10'.

       COPY FILESTAT.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NOT-FOUND        VALUE '23'.
           88  WS-AGE-NO-FILE          VALUE '35'.

       01  WS-RISK-STATUS              PIC XX.
           88  WS-RISK-OK              VALUE '00'.
           88  WS-RISK-NO-FILE         VALUE '35'.

       01  WS-SNAPSHOT-STATUS          PIC XX.
           88  WS-SNAPSHOT-OK          VALUE '00'.
           88  WS-SNAPSHOT-NOT-FOUND   VALUE '23'.
           88  WS-SNAPSHOT-NO-FILE     VALUE '35'.

       01  WS-PREV-STATUS              PIC XX.
           88  WS-PREV-OK              VALUE '00'.
           88  WS-PREV-NO-FILE         VALUE '35'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-PREV-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-PREV-EOF         VALUE 'Y'.
               88  WS-PREV-NOT-EOF     VALUE 'N'.
           05  WS-RUN-MODE-FLAG        PIC X(1) VALUE 'C'.
               88  WS-CLOSE-RUN        VALUE 'C'.
               88  WS-ASOF-RUN         VALUE 'A'.
           05  WS-RECLOSE-FLAG         PIC X(1) VALUE 'N'.
               88  WS-RECLOSE-ON       VALUE 'Y'.
               88  WS-RECLOSE-OFF      VALUE 'N'.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
               88  WS-NO-OVERRIDE      VALUE 'N'.
           05  WS-MONTH-CLOSED-FLAG    PIC X(1) VALUE 'N'.
               88  WS-MONTH-CLOSED     VALUE 'Y'.
               88  WS-MONTH-OPEN       VALUE 'N'.
           05  WS-PURGE-EOF-FLAG       PIC X(1).
               88  WS-PURGE-EOF        VALUE 'Y'.
               88  WS-PURGE-NOT-EOF    VALUE 'N'.
      *    A missing risk file means CUSTRISK has not graded anyone
      *    yet - the snapshot carries a blank grade
           05  WS-RISK-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-RISK-AVAILABLE   VALUE 'Y'.
               88  WS-NO-RISK-FILE     VALUE 'N'.
      *    A missing aging file leaves every balance unproved
           05  WS-AGE-AVAIL-FLAG       PIC X(1) VALUE 'Y'.
               88  WS-AGE-AVAILABLE    VALUE 'Y'.
               88  WS-NO-AGE-FILE      VALUE 'N'.
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NOT-ON-FILE  VALUE 'N'.
           05  WS-SECTION-FLAG         PIC X(1) VALUE 'P'.
               88  WS-PROOF-SECTION    VALUE 'P'.
               88  WS-TRIAL-SECTION    VALUE 'T'.

       01  WS-HANDOFF-CONTROLS.
           05  WS-HANDOFF-REASON       PIC X(40).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-CLOSE-MONTH          PIC 9(6).
           05  WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
               10  WS-CLOSE-YEAR       PIC 9(4).
               10  WS-CLOSE-MM         PIC 9(2).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-AGED-SUM             PIC S9(9)V99 COMP-3.
           05  WS-PROOF-DIFFERENCE     PIC S9(9)V99 COMP-3.
           05  WS-STATUS-SUB           PIC 9(4) COMP.
           05  WS-REGION-SUB           PIC 9(4) COMP.
           05  WS-CELL-STATUS          PIC 9(4) COMP.
           05  WS-CELL-REGION          PIC 9(4) COMP.
           05  WS-STATUS-NAME          PIC X(14).
           05  WS-ROW-LABEL            PIC X(20).
           05  WS-CONTROL-CLOSE-DATE   PIC 9(8).
           05  WS-CONTROL-CUSTOMERS    PIC 9(8).
           05  WS-CONTROL-BALANCE      PIC S9(11)V99 COMP-3.
           05  WS-CONTROL-RECLOSED     PIC X(1).

       01  WS-COUNTERS.
           05  WS-CUSTOMER-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-IN-BALANCE-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-OUT-OF-BALANCE-COUNT PIC 9(8) VALUE ZEROS.
           05  WS-PURGED-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-BALANCE        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-AGED           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-DIFFERENCE     PIC S9(11)V99 COMP-3 VALUE 0.

      * Region is determined by CUST-STATE through the assignment
      * table below - the same compiled split CUSTBATCH routes the
      * regional extracts on, adjusted by the same REGION= cards.
      * Any state not in the table reports under OT.
       01  WS-REGION-DEFAULT-DATA.
           05  FILLER                  PIC X(36)
               VALUE 'CTNEMANEMENENHNENJNENYNEPANERINEVTNE'.
           05  FILLER                  PIC X(32)
               VALUE 'ALSOFLSOGASOMSSONCSOSCSOTNSOVASO'.
           05  FILLER                  PIC X(28)
               VALUE 'ILMWINMWIAMWMIMWMNMWOHMWWIMW'.
           05  FILLER                  PIC X(24)
               VALUE 'AZWECAWECOWENVWEORWEWAWE'.
       01  WS-REGION-DEFAULT-TABLE REDEFINES WS-REGION-DEFAULT-DATA.
           05  WS-DEFAULT-ENTRY        OCCURS 30 TIMES.
               10  WS-DEF-STATE        PIC X(02).
               10  WS-DEF-REGION       PIC X(02).

       01  WS-REGION-ASSIGNMENTS.
           05  WS-REGION-ENTRY-COUNT   PIC 9(4) COMP VALUE ZEROS.
           05  WS-REGION-ENTRY         OCCURS 60 TIMES
                                       INDEXED BY REG-IDX.
               10  WS-REG-STATE        PIC X(02).
               10  WS-REG-REGION       PIC X(02).

       01  WS-CONTROL-CARD-WORK.
           05  WS-CARD-REGION          PIC X(02).
           05  WS-CARD-STATE           PIC X(02).
           05  WS-DEFAULT-SUB          PIC 9(4) COMP.
           05  WS-REGION-CODE          PIC X(02).

      * Report order of the regions - the fifth is the catch-all
       01  WS-REGION-ORDER-DATA        PIC X(10) VALUE 'NESOMWWEOT'.
       01  WS-REGION-ORDER REDEFINES WS-REGION-ORDER-DATA.
           05  WS-ORDER-REGION         PIC X(02) OCCURS 5 TIMES.

      * Trial balance accumulators - status 1-6 (A, I, P, C, W and
      * any other code) down, region 1-5 across. Row 7 holds every
      * status and column 6 every region, so the subtotals and the
      * grand total are tallied as each customer is, not re-added
      * at print time.
       01  WS-TRIAL-BALANCE.
           05  WS-TB-STATUS            OCCURS 7 TIMES.
               10  WS-TB-CELL          OCCURS 6 TIMES.
                   15  WS-TB-COUNT     PIC 9(8).
                   15  WS-TB-BALANCE   PIC S9(11)V99 COMP-3.
                   15  WS-TB-CURRENT   PIC S9(11)V99 COMP-3.
                   15  WS-TB-30        PIC S9(11)V99 COMP-3.
                   15  WS-TB-60        PIC S9(11)V99 COMP-3.
                   15  WS-TB-90        PIC S9(11)V99 COMP-3.
                   15  WS-TB-120       PIC S9(11)V99 COMP-3.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  WS-HDR-TITLE            PIC X(36).
           05  FILLER                  PIC X(7) VALUE 'MONTH: '.
           05  WS-HDR-YEAR             PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-HDR-MONTH            PIC 9(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-ASOF-HEADER.
           05  FILLER                  PIC X(36)
               VALUE 'AS OF MONTH-END SNAPSHOT CLOSED ON'.
           05  WS-ASOF-CLOSE-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ASOF-RECLOSED        PIC X(10).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-PROOF-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(28) VALUE 'NAME'.
           05  FILLER                  PIC X(4) VALUE 'ST'.
           05  FILLER                  PIC X(16)
               VALUE '  MASTER BALANCE'.
           05  FILLER                  PIC X(16)
               VALUE '    BUCKET TOTAL'.
           05  FILLER                  PIC X(16)
               VALUE '      DIFFERENCE'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE 'PROOF RESULT'.

       01  WS-PROOF-DETAIL.
           05  WS-PRF-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PRF-NAME             PIC X(26).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PRF-STATUS           PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PRF-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PRF-AGED             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PRF-DIFFERENCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-PRF-RESULT           PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TRIAL-COLUMN-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE '    COUNT'.
           05  FILLER                  PIC X(18)
               VALUE '           BALANCE'.
           05  FILLER                  PIC X(16)
               VALUE '         CURRENT'.
           05  FILLER                  PIC X(16)
               VALUE '           31-60'.
           05  FILLER                  PIC X(16)
               VALUE '           61-90'.
           05  FILLER                  PIC X(16)
               VALUE '          91-120'.
           05  FILLER                  PIC X(16)
               VALUE '        OVER 120'.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-STATUS-HEADING.
           05  FILLER                  PIC X(7) VALUE 'STATUS'.
           05  WS-STH-CODE             PIC X(1).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  WS-STH-NAME             PIC X(14).
           05  FILLER                  PIC X(107) VALUE SPACES.

       01  WS-TRIAL-DETAIL.
           05  WS-TBD-LABEL            PIC X(20).
           05  WS-TBD-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TBD-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TBD-CURRENT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TBD-30               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TBD-60               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TBD-90               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TBD-120              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-PROOF-COUNT-LINE.
           05  FILLER                  PIC X(19)
               VALUE 'CUSTOMERS PROVED:'.
           05  WS-PCL-CUSTOMERS        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'IN BALANCE:'.
           05  WS-PCL-IN-BALANCE       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'OUT OF BALANCE:'.
           05  WS-PCL-OUT-OF-BALANCE   PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-PROOF-AMOUNT-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'MASTER BALANCE:'.
           05  WS-PAL-BALANCE          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'AGING SUB-LEDGER:'.
           05  WS-PAL-AGED             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'DIFFERENCE:'.
           05  WS-PAL-DIFFERENCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-SIGNOFF-LINE-1.
           05  FILLER                  PIC X(50)
               VALUE 'PREPARED BY:  ______________________________'.
           05  FILLER                  PIC X(30)
               VALUE 'DATE:  ____________'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-SIGNOFF-LINE-2.
           05  FILLER                  PIC X(50)
               VALUE 'FINANCE SIGN-OFF:  _________________________'.
           05  FILLER                  PIC X(30)
               VALUE 'DATE:  ____________'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-CLOSE-RUN
               PERFORM 2000-CLOSE-CUSTOMER
                   UNTIL WS-END-OF-FILE
               PERFORM 2800-WRITE-MONTH-CONTROL
           ELSE
               PERFORM 5000-REPRINT-CUSTOMER
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 3000-PRINT-TRIAL-BALANCE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *****************************************************************
      * Initialization - cards, handoff, files and the month state    *
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-MONTH
           INITIALIZE WS-TRIAL-BALANCE
           PERFORM 1042-LOAD-DEFAULT-REGIONS
           PERFORM 1040-LOAD-RUN-CARDS
           IF WS-CLOSE-RUN
               PERFORM 1300-VERIFY-RUN-HANDOFF
               PERFORM 1100-OPEN-CLOSE-FILES
               PERFORM 1400-CHECK-MONTH-OPEN
               PERFORM 1450-PURGE-MONTH
           ELSE
               PERFORM 1500-OPEN-CLOSED-MONTH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE 'MONTH-END CLOSE - SUB-LEDGER PROOF'
               TO WS-HDR-TITLE
           PERFORM 1030-WRITE-PAGE-HEADER
           IF WS-CLOSE-RUN
               PERFORM 1200-READ-CUSTOMER
           ELSE
               PERFORM 5100-READ-NEXT-SNAPSHOT
           END-IF.

       1030-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-CLOSE-YEAR TO WS-HDR-YEAR
           MOVE WS-CLOSE-MM TO WS-HDR-MONTH
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE ZEROS TO WS-LINES-ON-PAGE
           IF WS-ASOF-RUN
               MOVE WS-CONTROL-CLOSE-DATE TO WS-ASOF-CLOSE-DATE
               IF WS-CONTROL-RECLOSED = 'Y'
                   MOVE '(RECLOSED)' TO WS-ASOF-RECLOSED
               ELSE
                   MOVE SPACES TO WS-ASOF-RECLOSED
               END-IF
               MOVE WS-ASOF-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-PROOF-SECTION
               MOVE WS-PROOF-COLUMN-HEADER TO REPORT-LINE
           ELSE
               MOVE WS-TRIAL-COLUMN-HEADER TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       1040-LOAD-RUN-CARDS.
      *    A missing control file closes the run month on tonight's
      *    handoff with the compiled region split
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1050-READ-RUN-CARD
               PERFORM 1060-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1042-LOAD-DEFAULT-REGIONS.
           PERFORM 1043-LOAD-ONE-DEFAULT
               VARYING WS-DEFAULT-SUB FROM 1 BY 1
               UNTIL WS-DEFAULT-SUB > 30.

       1043-LOAD-ONE-DEFAULT.
           MOVE WS-DEF-STATE(WS-DEFAULT-SUB)
               TO WS-REG-STATE(WS-DEFAULT-SUB)
           MOVE WS-DEF-REGION(WS-DEFAULT-SUB)
               TO WS-REG-REGION(WS-DEFAULT-SUB)
           MOVE WS-DEFAULT-SUB TO WS-REGION-ENTRY-COUNT.

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
                       MOVE CONTROL-RECORD(7:6) TO WS-CLOSE-MONTH
                   ELSE
                       DISPLAY 'BAD MONTH CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:5) = 'ASOF='
                   IF CONTROL-RECORD(6:6) IS NUMERIC
                   AND CONTROL-RECORD(10:2) > '00'
                   AND CONTROL-RECORD(10:2) < '13'
                       MOVE CONTROL-RECORD(6:6) TO WS-CLOSE-MONTH
                       SET WS-ASOF-RUN TO TRUE
                   ELSE
                       DISPLAY 'BAD ASOF CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:9) = 'RECLOSE=Y'
                   SET WS-RECLOSE-ON TO TRUE
               WHEN CONTROL-RECORD(1:18) = 'HANDOFF-OVERRIDE=Y'
                   SET WS-OVERRIDE-ON TO TRUE
               WHEN CONTROL-RECORD(1:7) = 'REGION='
               AND CONTROL-RECORD(10:7) = ',STATE='
                   MOVE CONTROL-RECORD(8:2) TO WS-CARD-REGION
                   MOVE CONTROL-RECORD(17:2) TO WS-CARD-STATE
                   PERFORM 1048-ASSIGN-REGION-STATE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1048-ASSIGN-REGION-STATE.
      *    A card for a state already in the table moves it to the
      *    new region; an unknown state is added if there is room
           IF WS-CARD-REGION = 'NE' OR 'SO' OR 'MW' OR 'WE'
               SET REG-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       IF WS-REGION-ENTRY-COUNT < 60
                           ADD 1 TO WS-REGION-ENTRY-COUNT
                           SET REG-IDX TO WS-REGION-ENTRY-COUNT
                           MOVE WS-CARD-STATE TO WS-REG-STATE(REG-IDX)
                           MOVE WS-CARD-REGION
                               TO WS-REG-REGION(REG-IDX)
                       ELSE
                           DISPLAY 'REGION TABLE FULL - CARD IGNORED'
                       END-IF
                   WHEN WS-REG-STATE(REG-IDX) = WS-CARD-STATE
                   AND REG-IDX NOT > WS-REGION-ENTRY-COUNT
                       MOVE WS-CARD-REGION TO WS-REG-REGION(REG-IDX)
               END-SEARCH
           ELSE
               DISPLAY 'UNKNOWN REGION ON CONTROL CARD IGNORED: '
                   WS-CARD-REGION
           END-IF.

       1100-OPEN-CLOSE-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN INPUT AGE-FILE
           IF WS-AGE-NO-FILE
               SET WS-NO-AGE-FILE TO TRUE
               DISPLAY 'NO AGING FILE - EVERY BALANCE IS UNPROVED'
           ELSE
               IF NOT WS-AGE-OK
                   MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT RISK-FILE
           IF WS-RISK-NO-FILE
               SET WS-NO-RISK-FILE TO TRUE
               DISPLAY 'NO RISK GRADE FILE - GRADES LEFT BLANK'
           ELSE
               IF NOT WS-RISK-OK
                   MOVE WS-RISK-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RISK GRADE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O SNAPSHOT-FILE
           IF WS-SNAPSHOT-NO-FILE
      *        First month ever closed - create an empty snapshot
      *        file and carry on
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF NOT WS-SNAPSHOT-OK
               MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING SNAPSHOT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       1200-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1300-VERIFY-RUN-HANDOFF.
      *    Prove the nightly chain finished tonight before a single
      *    balance is frozen as the month's
           MOVE SPACES TO WS-HANDOFF-REASON
           OPEN INPUT PREV-CONTROL-FILE
           IF WS-PREV-NO-FILE
               MOVE 'NO CUSTEXPT HANDOFF RECORD ON FILE'
                   TO WS-HANDOFF-REASON
           ELSE
               READ PREV-CONTROL-FILE
                   AT END SET WS-PREV-EOF TO TRUE
               END-READ
               IF WS-PREV-EOF
                   MOVE 'CUSTEXPT HANDOFF RECORD EMPTY'
                       TO WS-HANDOFF-REASON
               ELSE
                   IF PRV-RUN-DATE NOT = WS-RUN-DATE
                       MOVE 'CUSTEXPT HANDOFF NOT FROM TONIGHT'
                           TO WS-HANDOFF-REASON
                   ELSE
                       IF PRV-BALANCE-FLAG NOT = 'B'
                           MOVE 'CUSTEXPT DID NOT BALANCE'
                               TO WS-HANDOFF-REASON
                       END-IF
                   END-IF
               END-IF
               CLOSE PREV-CONTROL-FILE
           END-IF
           IF WS-HANDOFF-REASON NOT = SPACES
               PERFORM 1350-REFUSE-OR-OVERRIDE
           END-IF.

       1350-REFUSE-OR-OVERRIDE.
           DISPLAY 'RUN HANDOFF CHECK FAILED: ' WS-HANDOFF-REASON
           IF WS-OVERRIDE-ON
               DISPLAY 'HANDOFF OVERRIDE ACCEPTED - RUN CONTINUES'
           ELSE
               DISPLAY 'CLOSE REFUSED - CORRECT THE PRIOR STEP OR'
               DISPLAY 'SUPPLY A HANDOFF-OVERRIDE=Y CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-CHECK-MONTH-OPEN.
      *    A closed month is frozen - closing it again replaces it
      *    whole, and only when operations asks
           MOVE WS-CLOSE-MONTH TO SNP-CLOSE-MONTH
           MOVE ZEROS TO SNP-CUST-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   SET WS-MONTH-OPEN TO TRUE
               NOT INVALID KEY
                   SET WS-MONTH-CLOSED TO TRUE
           END-READ
           IF WS-MONTH-CLOSED
               IF WS-RECLOSE-ON
                   DISPLAY 'MONTH ' WS-CLOSE-MONTH ' CLOSED ON '
                       SNP-CLOSE-DATE ' - RECLOSE=Y REPLACES IT'
               ELSE
                   DISPLAY 'MONTH ' WS-CLOSE-MONTH
                       ' IS ALREADY CLOSED - CLOSED ON '
                       SNP-CLOSE-DATE
                   DISPLAY 'CLOSE REFUSED - SUPPLY A RECLOSE=Y CARD'
                       ' TO REPLACE THE MONTH'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1450-PURGE-MONTH.
      *    Clear the month before it is written - the records of a
      *    month being reclosed, or of a close that never finished
      *    (customer records with no control record behind them)
           SET WS-PURGE-NOT-EOF TO TRUE
           MOVE WS-CLOSE-MONTH TO SNP-CLOSE-MONTH
           MOVE ZEROS TO SNP-CUST-ID
           START SNAPSHOT-FILE KEY NOT LESS THAN SNP-KEY
               INVALID KEY SET WS-PURGE-EOF TO TRUE
           END-START
           IF WS-PURGE-NOT-EOF
               PERFORM 1460-READ-NEXT-PURGE
               PERFORM 1470-PURGE-ONE-RECORD
                   UNTIL WS-PURGE-EOF
           END-IF
           IF WS-PURGED-COUNT > ZEROS
               DISPLAY 'SNAPSHOT RECORDS CLEARED FOR MONTH '
                   WS-CLOSE-MONTH ': ' WS-PURGED-COUNT
           END-IF.

       1460-READ-NEXT-PURGE.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END SET WS-PURGE-EOF TO TRUE
           END-READ.

       1470-PURGE-ONE-RECORD.
           IF SNP-CLOSE-MONTH NOT = WS-CLOSE-MONTH
               SET WS-PURGE-EOF TO TRUE
           ELSE
               DELETE SNAPSHOT-FILE
                   INVALID KEY
                       MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR CLEARING SNAPSHOT MONTH'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-DELETE
               ADD 1 TO WS-PURGED-COUNT
               PERFORM 1460-READ-NEXT-PURGE
           END-IF.

       1500-OPEN-CLOSED-MONTH.
      *    An as-of run reads the snapshot and nothing else - the
      *    month must have been closed
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-NO-FILE
               DISPLAY 'NO SNAPSHOT FILE - NO MONTH HAS BEEN CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-SNAPSHOT-OK
               MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING SNAPSHOT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-CLOSE-MONTH TO SNP-CLOSE-MONTH
           MOVE ZEROS TO SNP-CUST-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   DISPLAY 'MONTH ' WS-CLOSE-MONTH ' HAS NOT BEEN'
                       ' CLOSED - NO AS-OF REPORT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE SNP-CLOSE-DATE TO WS-CONTROL-CLOSE-DATE
           MOVE SNP-CTL-CUSTOMERS TO WS-CONTROL-CUSTOMERS
           MOVE SNP-CTL-BALANCE TO WS-CONTROL-BALANCE
           MOVE SNP-CTL-RECLOSE-FLAG TO WS-CONTROL-RECLOSED
           START SNAPSHOT-FILE KEY IS GREATER THAN SNP-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.

      *****************************************************************
      * The close - prove and freeze one customer                     *
      *****************************************************************
       2000-CLOSE-CUSTOMER.
           PERFORM 2100-BUILD-SNAPSHOT
           PERFORM 2200-PROVE-SUBLEDGER
           PERFORM 2300-WRITE-SNAPSHOT
           PERFORM 4000-TALLY-SNAPSHOT
           PERFORM 1200-READ-CUSTOMER.

       2100-BUILD-SNAPSHOT.
           MOVE SPACES TO AR-SNAPSHOT-RECORD
           MOVE WS-CLOSE-MONTH TO SNP-CLOSE-MONTH
           MOVE CUST-ID TO SNP-CUST-ID
           SET SNP-CUSTOMER-DETAIL TO TRUE
           MOVE WS-RUN-DATE TO SNP-CLOSE-DATE
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO SNP-CUST-NAME
           MOVE CUST-STATE TO SNP-STATE
           PERFORM 2160-LOOKUP-REGION
           MOVE WS-REGION-CODE TO SNP-REGION
           MOVE CUST-STATUS TO SNP-STATUS
           MOVE CUST-CYCLE-CODE TO SNP-CYCLE-CODE
           MOVE CUST-BALANCE TO SNP-BALANCE
           MOVE CUST-CREDIT-LIMIT TO SNP-CREDIT-LIMIT
           IF WS-RISK-AVAILABLE
               MOVE CUST-ID TO RSK-CUST-ID
               READ RISK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSK-GRADE TO SNP-RISK-GRADE
               END-READ
           END-IF
           MOVE ZEROS TO SNP-AGE-CURRENT-AMT
           MOVE ZEROS TO SNP-AGE-30-AMT
           MOVE ZEROS TO SNP-AGE-60-AMT
           MOVE ZEROS TO SNP-AGE-90-AMT
           MOVE ZEROS TO SNP-AGE-120-AMT
           SET WS-AGE-NOT-ON-FILE TO TRUE
           IF WS-AGE-AVAILABLE
               MOVE CUST-ID TO AGE-CUST-ID
               READ AGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AGE-FOUND TO TRUE
                       MOVE AGE-CURRENT-AMT TO SNP-AGE-CURRENT-AMT
                       MOVE AGE-30-AMT TO SNP-AGE-30-AMT
                       MOVE AGE-60-AMT TO SNP-AGE-60-AMT
                       MOVE AGE-90-AMT TO SNP-AGE-90-AMT
                       MOVE AGE-120-AMT TO SNP-AGE-120-AMT
               END-READ
           END-IF.

       2160-LOOKUP-REGION.
      *    Find the customer's state in the assignment table; a state
      *    with no entry reports under the catch-all region
           MOVE 'OT' TO WS-REGION-CODE
           SET REG-IDX TO 1
           SEARCH WS-REGION-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REG-STATE(REG-IDX) = CUST-STATE
               AND REG-IDX NOT > WS-REGION-ENTRY-COUNT
                   MOVE WS-REG-REGION(REG-IDX) TO WS-REGION-CODE
           END-SEARCH.

       2200-PROVE-SUBLEDGER.
      *    The buckets must foot to the master balance to the cent.
      *    A customer with no aging record proves only at zero.
           COMPUTE WS-AGED-SUM = SNP-AGE-CURRENT-AMT + SNP-AGE-30-AMT
               + SNP-AGE-60-AMT + SNP-AGE-90-AMT + SNP-AGE-120-AMT
           EVALUATE TRUE
               WHEN WS-AGE-NOT-ON-FILE AND CUST-BALANCE NOT = ZERO
                   SET SNP-NO-AGING TO TRUE
               WHEN WS-AGED-SUM NOT = CUST-BALANCE
                   SET SNP-BUCKETS-OFF TO TRUE
               WHEN OTHER
                   SET SNP-IN-BALANCE TO TRUE
           END-EVALUATE.

       2300-WRITE-SNAPSHOT.
           WRITE AR-SNAPSHOT-RECORD
               INVALID KEY
                   MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR WRITING SNAPSHOT RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-WRITE.

       2800-WRITE-MONTH-CONTROL.
      *    Written last - a month with its control record is closed,
      *    and an as-of run proves the customers back to it
           MOVE SPACES TO AR-SNAPSHOT-RECORD
           MOVE WS-CLOSE-MONTH TO SNP-CLOSE-MONTH
           MOVE ZEROS TO SNP-CUST-ID
           SET SNP-MONTH-CONTROL TO TRUE
           MOVE WS-RUN-DATE TO SNP-CLOSE-DATE
           MOVE WS-CUSTOMER-COUNT TO SNP-CTL-CUSTOMERS
           MOVE WS-TOTAL-BALANCE TO SNP-CTL-BALANCE
           MOVE WS-TOTAL-AGED TO SNP-CTL-AGED-AMT
           MOVE WS-OUT-OF-BALANCE-COUNT TO SNP-CTL-OUT-COUNT
           IF WS-MONTH-CLOSED
               MOVE 'Y' TO SNP-CTL-RECLOSE-FLAG
           ELSE
               MOVE 'N' TO SNP-CTL-RECLOSE-FLAG
           END-IF
           WRITE AR-SNAPSHOT-RECORD
               INVALID KEY
                   MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR WRITING MONTH CONTROL RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-WRITE
           DISPLAY 'MONTH ' WS-CLOSE-MONTH ' CLOSED - CUSTOMERS: '
               WS-CUSTOMER-COUNT ' OUT OF BALANCE: '
               WS-OUT-OF-BALANCE-COUNT.

      *****************************************************************
      * Trial balance - status and region tallies                     *
      *****************************************************************
       3000-PRINT-TRIAL-BALANCE.
           SET WS-TRIAL-SECTION TO TRUE
           MOVE 'ACCOUNTS RECEIVABLE TRIAL BALANCE' TO WS-HDR-TITLE
           PERFORM 1030-WRITE-PAGE-HEADER
           PERFORM 3100-PRINT-STATUS-BLOCK
               VARYING WS-STATUS-SUB FROM 1 BY 1
               UNTIL WS-STATUS-SUB > 6
           MOVE 'ALL STATUSES BY REGION' TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 7 TO WS-STATUS-SUB
           PERFORM 3200-PRINT-REGION-ROW
               VARYING WS-REGION-SUB FROM 1 BY 1
               UNTIL WS-REGION-SUB > 5
           MOVE 6 TO WS-REGION-SUB
           MOVE 'TOTAL RECEIVABLES' TO WS-ROW-LABEL
           PERFORM 3300-PRINT-TRIAL-ROW
           PERFORM 3500-PRINT-PROOF-TOTALS
           PERFORM 3600-PRINT-SIGNOFF.

       3100-PRINT-STATUS-BLOCK.
           IF WS-TB-COUNT(WS-STATUS-SUB, 6) > ZEROS
               PERFORM 3110-NAME-STATUS
               MOVE WS-STATUS-NAME TO WS-STH-NAME
               MOVE WS-STATUS-HEADING TO REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
               PERFORM 3200-PRINT-REGION-ROW
                   VARYING WS-REGION-SUB FROM 1 BY 1
                   UNTIL WS-REGION-SUB > 5
               MOVE 6 TO WS-REGION-SUB
               MOVE SPACES TO WS-ROW-LABEL
               STRING '  TOTAL ' DELIMITED SIZE
                      WS-STATUS-NAME DELIMITED SIZE
                      INTO WS-ROW-LABEL
               PERFORM 3300-PRINT-TRIAL-ROW
               MOVE SPACES TO REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3110-NAME-STATUS.
           EVALUATE WS-STATUS-SUB
               WHEN 1
                   MOVE 'A' TO WS-STH-CODE
                   MOVE 'ACTIVE' TO WS-STATUS-NAME
               WHEN 2
                   MOVE 'I' TO WS-STH-CODE
                   MOVE 'INACTIVE' TO WS-STATUS-NAME
               WHEN 3
                   MOVE 'P' TO WS-STH-CODE
                   MOVE 'PENDING' TO WS-STATUS-NAME
               WHEN 4
                   MOVE 'C' TO WS-STH-CODE
                   MOVE 'CLOSED' TO WS-STATUS-NAME
               WHEN 5
                   MOVE 'W' TO WS-STH-CODE
                   MOVE 'CHARGED OFF' TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE '?' TO WS-STH-CODE
                   MOVE 'OTHER CODES' TO WS-STATUS-NAME
           END-EVALUATE.

       3200-PRINT-REGION-ROW.
           IF WS-TB-COUNT(WS-STATUS-SUB, WS-REGION-SUB) > ZEROS
               MOVE SPACES TO WS-ROW-LABEL
               STRING '    REGION ' DELIMITED SIZE
                      WS-ORDER-REGION(WS-REGION-SUB) DELIMITED SIZE
                      INTO WS-ROW-LABEL
               PERFORM 3300-PRINT-TRIAL-ROW
           END-IF.

       3300-PRINT-TRIAL-ROW.
           MOVE WS-ROW-LABEL TO WS-TBD-LABEL
           MOVE WS-TB-COUNT(WS-STATUS-SUB, WS-REGION-SUB)
               TO WS-TBD-COUNT
           MOVE WS-TB-BALANCE(WS-STATUS-SUB, WS-REGION-SUB)
               TO WS-TBD-BALANCE
           MOVE WS-TB-CURRENT(WS-STATUS-SUB, WS-REGION-SUB)
               TO WS-TBD-CURRENT
           MOVE WS-TB-30(WS-STATUS-SUB, WS-REGION-SUB) TO WS-TBD-30
           MOVE WS-TB-60(WS-STATUS-SUB, WS-REGION-SUB) TO WS-TBD-60
           MOVE WS-TB-90(WS-STATUS-SUB, WS-REGION-SUB) TO WS-TBD-90
           MOVE WS-TB-120(WS-STATUS-SUB, WS-REGION-SUB)
               TO WS-TBD-120
           MOVE WS-TRIAL-DETAIL TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3500-PRINT-PROOF-TOTALS.
      *    The sub-ledger proof in total; an as-of run also proves
      *    the snapshot it read back against the month's control
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-PCL-CUSTOMERS
           MOVE WS-IN-BALANCE-COUNT TO WS-PCL-IN-BALANCE
           MOVE WS-OUT-OF-BALANCE-COUNT TO WS-PCL-OUT-OF-BALANCE
           MOVE WS-PROOF-COUNT-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           COMPUTE WS-TOTAL-DIFFERENCE =
               WS-TOTAL-BALANCE - WS-TOTAL-AGED
           MOVE WS-TOTAL-BALANCE TO WS-PAL-BALANCE
           MOVE WS-TOTAL-AGED TO WS-PAL-AGED
           MOVE WS-TOTAL-DIFFERENCE TO WS-PAL-DIFFERENCE
           MOVE WS-PROOF-AMOUNT-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           IF WS-OUT-OF-BALANCE-COUNT = ZEROS
               MOVE 'SUB-LEDGER PROVES TO THE MASTER CUSTOMER BY CUSTOM
      -            'ER' TO REPORT-LINE
           ELSE
               MOVE 'SUB-LEDGER DOES NOT PROVE - SEE THE EXCEPTIONS LIS
      -            'TED BEFORE THE TRIAL BALANCE' TO REPORT-LINE
           END-IF
           PERFORM 3900-WRITE-REPORT-LINE
           IF WS-ASOF-RUN
               IF WS-CUSTOMER-COUNT = WS-CONTROL-CUSTOMERS
               AND WS-TOTAL-BALANCE = WS-CONTROL-BALANCE
                   MOVE 'SNAPSHOT AGREES WITH THE MONTH CLOSE CONTROL'
                       TO REPORT-LINE
               ELSE
                   MOVE 'SNAPSHOT DOES NOT AGREE WITH THE MONTH CLOSE
      -                'CONTROL - DO NOT RELY ON THIS REPORT'
                       TO REPORT-LINE
               END-IF
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

       3600-PRINT-SIGNOFF.
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-SIGNOFF-LINE-1 TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-SIGNOFF-LINE-2 TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

      *****************************************************************
      * Tally one snapshot customer - shared by the close and as-of   *
      *****************************************************************
       4000-TALLY-SNAPSHOT.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD SNP-BALANCE TO WS-TOTAL-BALANCE
           COMPUTE WS-AGED-SUM = SNP-AGE-CURRENT-AMT + SNP-AGE-30-AMT
               + SNP-AGE-60-AMT + SNP-AGE-90-AMT + SNP-AGE-120-AMT
           ADD WS-AGED-SUM TO WS-TOTAL-AGED
           EVALUATE SNP-STATUS
               WHEN 'A'
                   MOVE 1 TO WS-CELL-STATUS
               WHEN 'I'
                   MOVE 2 TO WS-CELL-STATUS
               WHEN 'P'
                   MOVE 3 TO WS-CELL-STATUS
               WHEN 'C'
                   MOVE 4 TO WS-CELL-STATUS
               WHEN 'W'
                   MOVE 5 TO WS-CELL-STATUS
               WHEN OTHER
                   MOVE 6 TO WS-CELL-STATUS
           END-EVALUATE
           EVALUATE SNP-REGION
               WHEN 'NE'
                   MOVE 1 TO WS-CELL-REGION
               WHEN 'SO'
                   MOVE 2 TO WS-CELL-REGION
               WHEN 'MW'
                   MOVE 3 TO WS-CELL-REGION
               WHEN 'WE'
                   MOVE 4 TO WS-CELL-REGION
               WHEN OTHER
                   MOVE 5 TO WS-CELL-REGION
           END-EVALUATE
      *    The customer's own cell, its status total, its region
      *    total and the grand total
           MOVE WS-CELL-STATUS TO WS-STATUS-SUB
           MOVE WS-CELL-REGION TO WS-REGION-SUB
           PERFORM 4050-ADD-TO-CELL
           MOVE 6 TO WS-REGION-SUB
           PERFORM 4050-ADD-TO-CELL
           MOVE 7 TO WS-STATUS-SUB
           PERFORM 4050-ADD-TO-CELL
           MOVE WS-CELL-REGION TO WS-REGION-SUB
           PERFORM 4050-ADD-TO-CELL
           IF SNP-IN-BALANCE
               ADD 1 TO WS-IN-BALANCE-COUNT
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               PERFORM 4100-LIST-EXCEPTION
           END-IF.

       4050-ADD-TO-CELL.
           ADD 1 TO WS-TB-COUNT(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-BALANCE
               TO WS-TB-BALANCE(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-AGE-CURRENT-AMT
               TO WS-TB-CURRENT(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-AGE-30-AMT TO WS-TB-30(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-AGE-60-AMT TO WS-TB-60(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-AGE-90-AMT TO WS-TB-90(WS-STATUS-SUB, WS-REGION-SUB)
           ADD SNP-AGE-120-AMT
               TO WS-TB-120(WS-STATUS-SUB, WS-REGION-SUB).

       4100-LIST-EXCEPTION.
           COMPUTE WS-PROOF-DIFFERENCE = SNP-BALANCE - WS-AGED-SUM
           MOVE SNP-CUST-ID TO WS-PRF-CUST-ID
           MOVE SNP-CUST-NAME TO WS-PRF-NAME
           MOVE SNP-STATUS TO WS-PRF-STATUS
           MOVE SNP-BALANCE TO WS-PRF-BALANCE
           MOVE WS-AGED-SUM TO WS-PRF-AGED
           MOVE WS-PROOF-DIFFERENCE TO WS-PRF-DIFFERENCE
           IF SNP-NO-AGING
               MOVE 'BALANCE WITH NO AGING RECORD' TO WS-PRF-RESULT
           ELSE
               MOVE 'BUCKETS DO NOT FOOT TO BALANCE' TO WS-PRF-RESULT
           END-IF
           MOVE WS-PROOF-DETAIL TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

      *****************************************************************
      * As-of run - read a closed month back off the snapshot         *
      *****************************************************************
       5000-REPRINT-CUSTOMER.
           PERFORM 4000-TALLY-SNAPSHOT
           PERFORM 5100-READ-NEXT-SNAPSHOT.

       5100-READ-NEXT-SNAPSHOT.
           IF WS-NOT-EOF
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF
           IF WS-NOT-EOF
               IF SNP-CLOSE-MONTH NOT = WS-CLOSE-MONTH
                   SET WS-END-OF-FILE TO TRUE
               END-IF
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
           IF WS-CLOSE-RUN
               CLOSE CUSTOMER-FILE
               IF WS-AGE-AVAILABLE
                   CLOSE AGE-FILE
               END-IF
               IF WS-RISK-AVAILABLE
                   CLOSE RISK-FILE
               END-IF
               DISPLAY 'MONTH-END CLOSE COMPLETE'
           ELSE
               DISPLAY 'AS-OF TRIAL BALANCE COMPLETE'
           END-IF
           CLOSE SNAPSHOT-FILE
           CLOSE REPORT-FILE.
