       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACH.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTACH - Nightly Autopay ACH Debit File Program              *
      * Builds the outbound ACH file that debits the bank accounts of *
      * customers enrolled in autopay through CUSTMGMT. Runs every    *
      * business night ahead of CUSTPOST and does nothing on a night  *
      * the shared CUSTCAL calendar says is not a business day. Each  *
      * active enrollment is checked for a payment falling due: an    *
      * open, undisputed invoice whose due date is today, or the due  *
      * date of the last statement CUSTSTMT stamped on the            *
      * enrollment - a date falling on a weekend or holiday is taken  *
      * as due on the next business day. A customer who has chosen    *
      * the full-balance option is debited for the whole balance;     *
      * one on the minimum option for the larger of the invoices      *
      * falling due and what is left of the statement minimum once    *
      * payments since the statement are counted, never more than     *
      * the balance. The balance used is the book balance less any    *
      * counter payments not yet posted and any amount in open        *
      * dispute. Every debit goes out as a PPD entry in the NACHA     *
      * file, settling the next business day, and is also written as  *
      * a payment in CUSTTRAN layout so CUSTPOST posts it tonight,    *
      * logged by trace number on the ACH log so CUSTACHR can         *
      * reverse it if the bank returns it, stamped on the enrollment  *
      * so a rerun never debits the customer twice, and appended to   *
      * the GL activity file as ACH cash. The run closes with a       *
      * dated handoff record carrying the debit total for GLINTF.     *
      * The bank's routing and company identifiers come from the      *
      * DEST=, DESTNAME=, ORIGIN=, ORIGNAME=, COMPANY= and ODFI=      *
      * control cards; without DEST, ORIGIN, ORIGNAME and ODFI no     *
      * file is built and the step ends with return code 8. The       *
      * trace-number control file carries the last entry sequence     *
      * used so trace numbers never repeat from one night to the      *
      * next.                                                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY-FILE ASSIGN TO APYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT MEMO-FILE ASSIGN TO MEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-CUST-ID
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT ACH-LOG-FILE ASSIGN TO ACHLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-TRACE-NUMBER
               ALTERNATE RECORD KEY IS ACL-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACH-LOG-STATUS.
           SELECT ACH-OUT-FILE ASSIGN TO ACHOUT
               FILE STATUS IS WS-ACH-OUT-STATUS.
           SELECT TRACE-CONTROL-FILE ASSIGN TO ACHCTL
               FILE STATUS IS WS-TRACE-CTL-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Autopay enrollments maintained by CUSTMGMT - the last debit
      * sent is stamped back on each one debited
       FD  AUTOPAY-FILE.
       COPY AUTOPAY.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Invoices cut by ORDINV - browsed by customer for what falls
      * due tonight
       FD  INVOICE-FILE.
       COPY INVOICE.

      * An invoice under open dispute is never debited
       FD  DISPUTE-FILE.
       COPY DISPUTE.

      * Counter payments taken today that CUSTPOST has not posted
       FD  MEMO-FILE.
       COPY MEMOPAY.

      * Every debit sent, by trace number, for CUSTACHR to find
       FD  ACH-LOG-FILE.
       COPY ACHLOG.

      * The outbound NACHA file for the bank
       FD  ACH-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY NACHA.

      * Trace-number control - one record carrying the last entry
      * sequence used and the file ID modifier of the last file, so
      * a rerun on the same day sends a file the bank can tell apart
       FD  TRACE-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TRACE-CONTROL-RECORD.
           05  CTL-LAST-TRACE-SEQ      PIC 9(7).
           05  CTL-LAST-RUN-DATE       PIC 9(8).
           05  CTL-LAST-FILE-ID        PIC X(1).
           05  FILLER                  PIC X(64).

      * Debits leave in the daily transaction layout as payments so
      * CUSTPOST posts them like any other payment - appended to
      * any transactions already waiting for tonight's posting
       FD  TRAN-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTTRAN.

      * Autopay debit register
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - the bank's routing and company
      * identifiers for the file headers
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * GL activity - one item per debit sent, appended for GLINTF
      * to journal the cash
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * This step's own dated handoff record - GLINTF ties the
      * night's ACH activity back to the amount carried here
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-AUTOPAY-STATUS           PIC XX.
           88  WS-AUTOPAY-OK           VALUE '00'.
           88  WS-AUTOPAY-NO-FILE      VALUE '35'.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NOT-FOUND    VALUE '23'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-DISPUTE-STATUS           PIC XX.
           88  WS-DISPUTE-OK           VALUE '00'.
           88  WS-DISPUTE-NOT-FOUND    VALUE '23'.
           88  WS-DISPUTE-NO-FILE      VALUE '35'.

       01  WS-MEMO-STATUS              PIC XX.
           88  WS-MEMO-OK              VALUE '00'.
           88  WS-MEMO-NOT-FOUND       VALUE '23'.
           88  WS-MEMO-NO-FILE         VALUE '35'.

       01  WS-ACH-LOG-STATUS           PIC XX.
           88  WS-ACH-LOG-OK           VALUE '00'.
           88  WS-ACH-LOG-NO-FILE      VALUE '35'.

       01  WS-ACH-OUT-STATUS           PIC XX.
           88  WS-ACH-OUT-OK           VALUE '00'.

       01  WS-TRACE-CTL-STATUS         PIC XX.
           88  WS-TRACE-CTL-OK         VALUE '00'.
           88  WS-TRACE-CTL-NO-FILE    VALUE '35'.

       01  WS-TRAN-OUT-STATUS          PIC XX.
           88  WS-TRAN-OUT-OK          VALUE '00'.
           88  WS-TRAN-OUT-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.

       COPY CALAREA.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-BROWSE-EOF-FLAG      PIC X(1).
               88  WS-BROWSE-EOF       VALUE 'Y'.
               88  WS-BROWSE-NOT-EOF   VALUE 'N'.
           05  WS-BUSINESS-DAY-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-BUSINESS-DAY     VALUE 'Y'.
               88  WS-NOT-BUSINESS-DAY VALUE 'N'.
           05  WS-DUE-FLAG             PIC X(1).
               88  WS-DATE-DUE         VALUE 'Y'.
               88  WS-DATE-NOT-DUE     VALUE 'N'.
           05  WS-STMT-DUE-FLAG        PIC X(1).
               88  WS-STMT-DUE         VALUE 'Y'.
               88  WS-STMT-NOT-DUE     VALUE 'N'.
           05  WS-BATCH-FLAG           PIC X(1) VALUE 'N'.
               88  WS-BATCH-OPEN       VALUE 'Y'.
               88  WS-BATCH-NOT-OPEN   VALUE 'N'.
      *    A missing autopay file means nobody has enrolled yet
           05  WS-AUTOPAY-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-AUTOPAY-AVAILABLE VALUE 'Y'.
               88  WS-NO-AUTOPAY-FILE  VALUE 'N'.
      *    A missing invoice file means ORDINV has not run yet -
      *    only statement due dates can fall due
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
               88  WS-NO-INVOICE-FILE  VALUE 'N'.
      *    A missing dispute file means nothing has been disputed
           05  WS-DISPUTE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DISPUTES-AVAILABLE VALUE 'Y'.
               88  WS-NO-DISPUTE-FILE  VALUE 'N'.
      *    A missing memo file means no counter payments are waiting
           05  WS-MEMO-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-MEMOS-AVAILABLE  VALUE 'Y'.
               88  WS-NO-MEMO-FILE     VALUE 'N'.

      * The bank's identifiers - all but DESTNAME and COMPANY must
      * be supplied on control cards before a file is built
       01  WS-BANK-CONTROLS.
           05  WS-BANK-DEST            PIC X(9) VALUE SPACES.
           05  WS-BANK-DEST-NAME       PIC X(23) VALUE SPACES.
           05  WS-BANK-ORIGIN          PIC X(10) VALUE SPACES.
           05  WS-BANK-ORIGIN-NAME     PIC X(23) VALUE SPACES.
           05  WS-BANK-COMPANY-ID      PIC X(10) VALUE SPACES.
           05  WS-BANK-ODFI            PIC X(8) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(4).
           05  WS-EFFECTIVE-DATE       PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CHECK-DATE           PIC 9(8).
           05  WS-EFFECTIVE-BALANCE    PIC S9(7)V99 COMP-3.
           05  WS-DISPUTED-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-INVOICES-DUE-AMT     PIC S9(7)V99 COMP-3.
           05  WS-INVOICE-OPEN-AMT     PIC S9(7)V99 COMP-3.
           05  WS-STMT-REMAINING-AMT   PIC S9(7)V99 COMP-3.
           05  WS-DEBIT-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-DUE-BASIS            PIC X(1).
           05  WS-TRACE-SEQ            PIC 9(7).
           05  WS-FILE-ID              PIC X(1).
           05  WS-TRACE-NUMBER         PIC 9(15).
           05  WS-TRACE-PARTS REDEFINES WS-TRACE-NUMBER.
               10  WS-TRACE-ODFI       PIC 9(8).
               10  WS-TRACE-SEQUENCE   PIC 9(7).
           05  WS-INDIVIDUAL-NAME      PIC X(22).
           05  WS-RECORD-COUNT         PIC 9(8) COMP.
           05  WS-BLOCK-COUNT          PIC 9(6) COMP.
           05  WS-PAD-COUNT            PIC 9(4) COMP.
           05  WS-PAD-SUB              PIC 9(4) COMP.

      * File ID modifiers in the order a same-day rerun uses them
       01  WS-FILE-ID-DATA             PIC X(36)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
       01  WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-DATA.
           05  WS-FILE-ID-ENTRY        PIC X(1) OCCURS 36 TIMES
                                       INDEXED BY FID-IDX.

       01  WS-COUNTERS.
           05  WS-ENROLLED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-SUSPENDED-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-NOT-DUE-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-SKIPPED-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-DEBIT-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-DEBIT-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ENTRY-HASH           PIC 9(11) COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOPAY ACH DEBIT REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(24) VALUE 'NAME'.
           05  FILLER                  PIC X(4) VALUE 'OPT'.
           05  FILLER                  PIC X(6) VALUE 'DUE'.
           05  FILLER                  PIC X(15) VALUE '        AMOUNT'.
           05  FILLER                  PIC X(17) VALUE 'TRACE NUMBER'.
           05  FILLER                  PIC X(56) VALUE 'RESULT'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-OPTION           PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-BASIS            PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-TRACE            PIC X(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(30).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-NOTICE-LINE.
           05  WS-RPT-NOTICE           PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-REPORT-TOTAL-1.
           05  FILLER                  PIC X(19)
               VALUE 'ENROLLMENTS READ:'.
           05  WS-TOT-ENROLLED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'SUSPENDED:'.
           05  WS-TOT-SUSPENDED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'NOT DUE:'.
           05  WS-TOT-NOT-DUE          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'SKIPPED:'.
           05  WS-TOT-SKIPPED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-REPORT-TOTAL-2.
           05  FILLER                  PIC X(15)
               VALUE 'DEBITS SENT:'.
           05  WS-TOT-DEBITS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-DEBIT-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'EFFECTIVE DATE:'.
           05  WS-TOT-EFFECTIVE        PIC 9999/99/99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'FILE ID:'.
           05  WS-TOT-FILE-ID          PIC X(1).
           05  FILLER                  PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-BUSINESS-DAY
               PERFORM 2000-PROCESS-ENROLLMENT
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 2900-CLOSE-ACH-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3400-STAMP-TRACE-CONTROL
           PERFORM 3500-WRITE-STEP-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME
           PERFORM 1040-LOAD-RUN-CARDS
           IF WS-BANK-DEST = SPACES
           OR WS-BANK-ORIGIN = SPACES
           OR WS-BANK-ORIGIN-NAME = SPACES
           OR WS-BANK-ODFI = SPACES
      *        Without the bank's identifiers the file would be
      *        rejected at the bank - stop before anything is debited
               DISPLAY 'ACH FILE NOT BUILT - DEST, ORIGIN, ORIGNAME '
                   'AND ODFI CARDS ARE ALL REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BANK-COMPANY-ID = SPACES
               MOVE WS-BANK-ORIGIN TO WS-BANK-COMPANY-ID
           END-IF
           PERFORM 1200-CHECK-BUSINESS-DAY
           PERFORM 1300-LOAD-TRACE-CONTROL
           OPEN I-O AUTOPAY-FILE
           IF WS-AUTOPAY-NO-FILE
      *        Nobody has enrolled yet - an empty run
               SET WS-NO-AUTOPAY-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO AUTOPAY FILE - NO ENROLLMENTS TO DEBIT'
           ELSE
               IF NOT WS-AUTOPAY-OK
                   MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING AUTOPAY FILE'
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
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-NO-FILE
               SET WS-NO-INVOICE-FILE TO TRUE
               DISPLAY 'NO INVOICE FILE - STATEMENT DUE DATES ONLY'
           ELSE
               IF NOT WS-INVOICE-OK
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-NO-FILE
               SET WS-NO-DISPUTE-FILE TO TRUE
           ELSE
               IF NOT WS-DISPUTE-OK
                   MOVE WS-DISPUTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DISPUTE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-NO-FILE
               SET WS-NO-MEMO-FILE TO TRUE
           ELSE
               IF NOT WS-MEMO-OK
                   MOVE WS-MEMO-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING MEMO FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O ACH-LOG-FILE
           IF WS-ACH-LOG-NO-FILE
      *        First autopay run - create an empty log and carry on
               OPEN OUTPUT ACH-LOG-FILE
               CLOSE ACH-LOG-FILE
               OPEN I-O ACH-LOG-FILE
           END-IF
           IF NOT WS-ACH-LOG-OK
               MOVE WS-ACH-LOG-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ACH LOG FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT ACH-OUT-FILE
           IF NOT WS-ACH-OUT-OK
               MOVE WS-ACH-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ACH OUTPUT FILE' TO WS-ERROR-MESSAGE
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
      *    The night's activity file accumulates across the money-
      *    moving steps - append to it, never truncate it
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
           IF WS-NOT-BUSINESS-DAY
               MOVE 'NOT A BUSINESS DAY - NO DEBITS SENT'
                   TO WS-RPT-NOTICE
               MOVE WS-NOTICE-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINES-ON-PAGE
           ELSE
               IF WS-NOT-EOF
                   PERFORM 1100-READ-ENROLLMENT
               END-IF
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
      *    A missing control file leaves the bank identifiers blank
      *    and the run refuses - never prompt the console for them
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
               WHEN CONTROL-RECORD(1:5) = 'DEST='
                   IF CONTROL-RECORD(6:9) IS NUMERIC
                       MOVE CONTROL-RECORD(6:9) TO WS-BANK-DEST
                   ELSE
                       DISPLAY 'BAD DEST CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:9) = 'DESTNAME='
                   MOVE CONTROL-RECORD(10:23) TO WS-BANK-DEST-NAME
               WHEN CONTROL-RECORD(1:7) = 'ORIGIN='
                   IF CONTROL-RECORD(8:10) NOT = SPACES
                       MOVE CONTROL-RECORD(8:10) TO WS-BANK-ORIGIN
                   ELSE
                       DISPLAY 'BAD ORIGIN CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:9) = 'ORIGNAME='
                   MOVE CONTROL-RECORD(10:23) TO WS-BANK-ORIGIN-NAME
               WHEN CONTROL-RECORD(1:8) = 'COMPANY='
                   MOVE CONTROL-RECORD(9:10) TO WS-BANK-COMPANY-ID
               WHEN CONTROL-RECORD(1:5) = 'ODFI='
                   IF CONTROL-RECORD(6:8) IS NUMERIC
                       MOVE CONTROL-RECORD(6:8) TO WS-BANK-ODFI
                   ELSE
                       DISPLAY 'BAD ODFI CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-ENROLLMENT.
           READ AUTOPAY-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-ENROLLED-COUNT
           END-IF.

       1200-CHECK-BUSINESS-DAY.
      *    The bank settles nothing on a weekend or holiday - a
      *    night that is not a business day sends no file at all,
      *    and its due dates are picked up on the next business day
           MOVE 'B' TO CAL-FUNCTION
           COMPUTE CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           MOVE WS-RUN-DATE TO CAL-TO-DATE
           CALL 'CUSTCAL' USING CALENDAR-REQUEST
           IF CAL-RETURN-CODE = 8
           OR CAL-BUSINESS-DAY-FLAG NOT = 'Y'
               SET WS-NOT-BUSINESS-DAY TO TRUE
               DISPLAY 'NOT A BUSINESS DAY - NO ACH FILE BUILT'
           ELSE
      *        Entries settle on the next business day
               MOVE 'A' TO CAL-FUNCTION
               MOVE WS-RUN-DATE TO CAL-FROM-DATE
               MOVE 1 TO CAL-BUSINESS-DAYS
               CALL 'CUSTCAL' USING CALENDAR-REQUEST
               MOVE CAL-TO-DATE TO WS-EFFECTIVE-DATE
           END-IF.

       1300-LOAD-TRACE-CONTROL.
      *    A missing control file is the very first autopay run -
      *    trace sequences start from one and the file ID from A
           MOVE ZEROS TO WS-TRACE-SEQ
           SET FID-IDX TO 1
           OPEN INPUT TRACE-CONTROL-FILE
           IF WS-TRACE-CTL-NO-FILE
               DISPLAY 'NO ACH TRACE CONTROL - STARTING AT 1'
           ELSE
               IF NOT WS-TRACE-CTL-OK
                   MOVE WS-TRACE-CTL-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING ACH TRACE CONTROL'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               READ TRACE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-LAST-TRACE-SEQ TO WS-TRACE-SEQ
      *                A second file the same day needs the next
      *                file ID modifier
                       IF CTL-LAST-RUN-DATE = WS-RUN-DATE
                           SEARCH WS-FILE-ID-ENTRY
                               WHEN WS-FILE-ID-ENTRY(FID-IDX)
                                   = CTL-LAST-FILE-ID
                                   IF FID-IDX < 36
                                       SET FID-IDX UP BY 1
                                   END-IF
                           END-SEARCH
                       END-IF
               END-READ
               CLOSE TRACE-CONTROL-FILE
           END-IF
           MOVE WS-FILE-ID-ENTRY(FID-IDX) TO WS-FILE-ID.

       2000-PROCESS-ENROLLMENT.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE ZEROS TO WS-DEBIT-AMOUNT
           EVALUATE TRUE
               WHEN NOT APY-ACTIVE
                   ADD 1 TO WS-SUSPENDED-COUNT
      *        A rerun tonight must never send the same debit twice
               WHEN APY-LAST-DEBIT-DATE = WS-RUN-DATE
                   PERFORM 2100-READ-CUSTOMER
                   MOVE 'ALREADY DEBITED TODAY' TO WS-RPT-RESULT
                   PERFORM 2800-WRITE-REGISTER-SKIP
               WHEN OTHER
                   PERFORM 2050-CHECK-ENROLLMENT
           END-EVALUATE
           PERFORM 1100-READ-ENROLLMENT.

       2050-CHECK-ENROLLMENT.
           PERFORM 2100-READ-CUSTOMER
           IF WS-FILE-NOT-FOUND
               MOVE 'CUSTOMER NOT ON FILE' TO WS-RPT-RESULT
               PERFORM 2800-WRITE-REGISTER-SKIP
           ELSE
               PERFORM 2200-FIND-AMOUNT-DUE
               IF WS-DUE-BASIS = SPACE
                   ADD 1 TO WS-NOT-DUE-COUNT
               ELSE
                   IF CUST-STATUS = 'W'
      *                A charged-off account is the agency's to
      *                collect - never debit it
                       MOVE 'ACCOUNT CHARGED OFF' TO WS-RPT-RESULT
                       PERFORM 2800-WRITE-REGISTER-SKIP
                   ELSE
                       PERFORM 2300-SIZE-DEBIT
                       IF WS-DEBIT-AMOUNT > ZERO
                           PERFORM 2500-SEND-DEBIT
                       ELSE
                           MOVE 'NOTHING OWED' TO WS-RPT-RESULT
                           PERFORM 2800-WRITE-REGISTER-SKIP
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-READ-CUSTOMER.
           MOVE APY-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUST-NAME
                   MOVE ZERO TO CUST-BALANCE
           END-READ
           MOVE APY-CUST-ID TO WS-RPT-CUST-ID
           MOVE SPACES TO WS-INDIVIDUAL-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-INDIVIDUAL-NAME
           MOVE WS-INDIVIDUAL-NAME TO WS-RPT-NAME
           MOVE APY-PAY-OPTION TO WS-RPT-OPTION.

       2200-FIND-AMOUNT-DUE.
      *    What falls due tonight - the statement due date, any open
      *    undisputed invoices due, or both
           MOVE SPACE TO WS-DUE-BASIS
           MOVE ZERO TO WS-INVOICES-DUE-AMT
           MOVE ZERO TO WS-DISPUTED-AMOUNT
           SET WS-STMT-NOT-DUE TO TRUE
           IF APY-STMT-DUE-DATE IS NUMERIC
           AND APY-STMT-DUE-DATE > ZEROS
               MOVE APY-STMT-DUE-DATE TO WS-CHECK-DATE
               PERFORM 2400-CHECK-DATE-DUE
               IF WS-DATE-DUE
                   SET WS-STMT-DUE TO TRUE
                   MOVE 'S' TO WS-DUE-BASIS
               END-IF
           END-IF
           IF WS-INVOICES-AVAILABLE
               PERFORM 2210-TOTAL-INVOICES-DUE
           END-IF
           IF WS-INVOICES-DUE-AMT > ZERO
               IF WS-STMT-DUE
                   MOVE 'B' TO WS-DUE-BASIS
               ELSE
                   MOVE 'I' TO WS-DUE-BASIS
               END-IF
           END-IF
           IF WS-DUE-BASIS NOT = SPACE
           AND WS-DISPUTES-AVAILABLE
               PERFORM 2250-TOTAL-OPEN-DISPUTES
           END-IF.

       2210-TOTAL-INVOICES-DUE.
           SET WS-BROWSE-NOT-EOF TO TRUE
           MOVE APY-CUST-ID TO INV-CUST-ID
           START INVOICE-FILE KEY EQUAL INV-CUST-ID
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF WS-BROWSE-NOT-EOF
               PERFORM 2230-READ-NEXT-INVOICE
               PERFORM 2220-CHECK-INVOICE
                   UNTIL WS-BROWSE-EOF
           END-IF.

       2220-CHECK-INVOICE.
           IF INV-CUST-ID NOT = APY-CUST-ID
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
                   MOVE INV-DUE-DATE TO WS-CHECK-DATE
                   PERFORM 2400-CHECK-DATE-DUE
                   IF WS-DATE-DUE
                       PERFORM 2240-CHECK-INVOICE-DISPUTE
                   END-IF
                   IF WS-DATE-DUE
                       ADD WS-INVOICE-OPEN-AMT TO WS-INVOICES-DUE-AMT
                   END-IF
               END-IF
               PERFORM 2230-READ-NEXT-INVOICE
           END-IF.

       2230-READ-NEXT-INVOICE.
           READ INVOICE-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2240-CHECK-INVOICE-DISPUTE.
      *    A disputed invoice is never debited while the dispute
      *    stands open
           IF WS-DISPUTES-AVAILABLE
               MOVE INV-NUMBER TO DSP-INV-NUMBER
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-OPEN
                           SET WS-DATE-NOT-DUE TO TRUE
                       END-IF
               END-READ
           END-IF.

       2250-TOTAL-OPEN-DISPUTES.
      *    Disputed dollars come out of the balance a full-balance
      *    debit takes
           SET WS-BROWSE-NOT-EOF TO TRUE
           MOVE APY-CUST-ID TO DSP-CUST-ID
           START DISPUTE-FILE KEY EQUAL DSP-CUST-ID
               INVALID KEY SET WS-BROWSE-EOF TO TRUE
           END-START
           IF WS-BROWSE-NOT-EOF
               PERFORM 2270-READ-NEXT-DISPUTE
               PERFORM 2260-ADD-DISPUTE
                   UNTIL WS-BROWSE-EOF
           END-IF.

       2260-ADD-DISPUTE.
           IF DSP-CUST-ID NOT = APY-CUST-ID
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF DSP-OPEN
                   ADD DSP-AMOUNT TO WS-DISPUTED-AMOUNT
               END-IF
               PERFORM 2270-READ-NEXT-DISPUTE
           END-IF.

       2270-READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2300-SIZE-DEBIT.
      *    Counter payments not yet posted and disputed dollars are
      *    not owed tonight
           COMPUTE WS-EFFECTIVE-BALANCE =
               CUST-BALANCE - WS-DISPUTED-AMOUNT
           IF WS-MEMOS-AVAILABLE
               MOVE APY-CUST-ID TO MEM-CUST-ID
               READ MEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SUBTRACT MEM-MEMO-AMOUNT
                           FROM WS-EFFECTIVE-BALANCE
               END-READ
           END-IF
           IF APY-PAY-FULL
               MOVE WS-EFFECTIVE-BALANCE TO WS-DEBIT-AMOUNT
           ELSE
               MOVE WS-INVOICES-DUE-AMT TO WS-DEBIT-AMOUNT
               IF WS-STMT-DUE
      *            Whatever has been paid since the statement counts
      *            against its minimum
                   COMPUTE WS-STMT-REMAINING-AMT =
                       APY-STMT-MIN-DUE
                       - (APY-STMT-BALANCE - WS-EFFECTIVE-BALANCE)
                   IF WS-STMT-REMAINING-AMT > WS-DEBIT-AMOUNT
                       MOVE WS-STMT-REMAINING-AMT TO WS-DEBIT-AMOUNT
                   END-IF
               END-IF
               IF WS-DEBIT-AMOUNT > WS-EFFECTIVE-BALANCE
                   MOVE WS-EFFECTIVE-BALANCE TO WS-DEBIT-AMOUNT
               END-IF
           END-IF.

       2400-CHECK-DATE-DUE.
      *    A date is due tonight when tonight is the first business
      *    day on or after it - exactly one business day falls after
      *    the day before it, up to and including tonight
           SET WS-DATE-NOT-DUE TO TRUE
           IF WS-CHECK-DATE NOT > WS-RUN-DATE
               MOVE 'B' TO CAL-FUNCTION
               COMPUTE CAL-FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1)
               MOVE WS-RUN-DATE TO CAL-TO-DATE
               CALL 'CUSTCAL' USING CALENDAR-REQUEST
               IF CAL-RETURN-CODE = 8
                   DISPLAY 'CALENDAR REJECTED DATE FOR CUSTOMER: '
                       APY-CUST-ID
               ELSE
                   IF CAL-BUSINESS-DAYS = 1
                       SET WS-DATE-DUE TO TRUE
                   END-IF
               END-IF
           END-IF.

       2500-SEND-DEBIT.
           IF WS-BATCH-NOT-OPEN
               PERFORM 2600-WRITE-FILE-HEADERS
           END-IF
           ADD 1 TO WS-TRACE-SEQ
           IF WS-TRACE-SEQ = ZEROS
      *        The sequence has wrapped past 9999999
               MOVE 1 TO WS-TRACE-SEQ
           END-IF
           MOVE WS-BANK-ODFI TO WS-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO WS-TRACE-SEQUENCE
           PERFORM 2510-WRITE-ENTRY-DETAIL
           PERFORM 2520-WRITE-PAYMENT-TRAN
           PERFORM 2530-WRITE-ACH-LOG
           PERFORM 2540-STAMP-ENROLLMENT
           PERFORM 2550-WRITE-GL-ACTIVITY
           ADD 1 TO WS-DEBIT-COUNT
           ADD WS-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
           MOVE WS-TRACE-NUMBER TO WS-RPT-TRACE
           MOVE 'DEBIT SENT' TO WS-RPT-RESULT
           PERFORM 2700-WRITE-REGISTER-LINE.

       2510-WRITE-ENTRY-DETAIL.
           MOVE SPACES TO ACH-ENTRY-DETAIL
           MOVE '6' TO NED-RECORD-TYPE
           IF APY-SAVINGS
               SET NED-SAVINGS-DEBIT TO TRUE
           ELSE
               SET NED-CHECKING-DEBIT TO TRUE
           END-IF
           MOVE APY-ROUTING-NUMBER(1:8) TO NED-RDFI-ID
           MOVE APY-ROUTING-DIGIT(9) TO NED-CHECK-DIGIT
           MOVE APY-ACCOUNT-NUMBER TO NED-ACCOUNT-NUMBER
           MOVE WS-DEBIT-AMOUNT TO NED-AMOUNT
           MOVE APY-CUST-ID TO NED-INDIVIDUAL-ID
           MOVE WS-INDIVIDUAL-NAME TO NED-INDIVIDUAL-NAME
           MOVE 0 TO NED-ADDENDA-INDICATOR
           MOVE WS-TRACE-NUMBER TO NED-TRACE-NUMBER
           WRITE ACH-ENTRY-DETAIL
           IF NOT WS-ACH-OUT-OK
               MOVE WS-ACH-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING ACH ENTRY' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-RECORD-COUNT
           ADD NED-RDFI-ID TO WS-ENTRY-HASH.

       2520-WRITE-PAYMENT-TRAN.
      *    The debit posts as a payment tonight; a return from the
      *    bank comes back through CUSTACHR as a reversal of it
           MOVE SPACES TO TRAN-RECORD
           MOVE APY-CUST-ID TO TRAN-CUST-ID
           MOVE 'P' TO TRAN-TYPE
           MOVE WS-DEBIT-AMOUNT TO TRAN-AMOUNT
           MOVE WS-RUN-DATE TO TRAN-DATE
           MOVE ZEROS TO TRAN-ORIG-DATE
           MOVE ZEROS TO TRAN-ORIG-AMOUNT
           MOVE ZEROS TO TRAN-INV-NUMBER
           WRITE TRAN-RECORD
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING PAYMENT TRANSACTION'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2530-WRITE-ACH-LOG.
           MOVE SPACES TO ACH-LOG-RECORD
           MOVE WS-TRACE-NUMBER TO ACL-TRACE-NUMBER
           MOVE APY-CUST-ID TO ACL-CUST-ID
           MOVE WS-RUN-DATE TO ACL-FILE-DATE
           MOVE WS-RUN-DATE TO ACL-PAY-DATE
           MOVE WS-EFFECTIVE-DATE TO ACL-EFFECTIVE-DATE
           MOVE WS-DEBIT-AMOUNT TO ACL-AMOUNT
           MOVE APY-ROUTING-NUMBER TO ACL-ROUTING-NUMBER
           MOVE APY-ACCOUNT-NUMBER TO ACL-ACCOUNT-NUMBER
           MOVE WS-DUE-BASIS TO ACL-DUE-BASIS
           SET ACL-SENT TO TRUE
           MOVE ZEROS TO ACL-RETURN-DATE
           WRITE ACH-LOG-RECORD
               INVALID KEY
                   MOVE WS-ACH-LOG-STATUS TO WS-FILE-STATUS
                   MOVE 'DUPLICATE ACH TRACE NUMBER - CHECK ACHCTL'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-WRITE.

       2540-STAMP-ENROLLMENT.
           MOVE WS-RUN-DATE TO APY-LAST-DEBIT-DATE
           MOVE WS-DEBIT-AMOUNT TO APY-LAST-DEBIT-AMT
           REWRITE AUTOPAY-RECORD
           IF NOT WS-AUTOPAY-OK
               MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR REWRITING AUTOPAY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2550-WRITE-GL-ACTIVITY.
      *    The debit is cash due in from the bank on the effective
      *    date - CUSTPOST relieves the receivable when it posts the
      *    payment transaction
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'CUSTACH' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'ACH' TO GLA-ACTIVITY-TYPE
           MOVE APY-CUST-ID TO GLA-CUST-ID
           MOVE WS-DEBIT-AMOUNT TO GLA-AMOUNT
           MOVE WS-TRACE-SEQUENCE TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2600-WRITE-FILE-HEADERS.
      *    The headers go out with the first debit, so a night with
      *    nothing due leaves the file empty rather than sending the
      *    bank a file with no entries
           MOVE SPACES TO ACH-FILE-HEADER
           MOVE '1' TO NFH-RECORD-TYPE
           MOVE '01' TO NFH-PRIORITY-CODE
           STRING ' ' DELIMITED SIZE
                  WS-BANK-DEST DELIMITED SIZE
                  INTO NFH-DESTINATION
           MOVE WS-BANK-ORIGIN TO NFH-ORIGIN
           MOVE WS-RUN-DATE(3:6) TO NFH-CREATION-DATE
           MOVE WS-RUN-TIME TO NFH-CREATION-TIME
           MOVE WS-FILE-ID TO NFH-FILE-ID-MODIFIER
           MOVE '094' TO NFH-RECORD-SIZE
           MOVE '10' TO NFH-BLOCKING-FACTOR
           MOVE '1' TO NFH-FORMAT-CODE
           MOVE WS-BANK-DEST-NAME TO NFH-DESTINATION-NAME
           MOVE WS-BANK-ORIGIN-NAME TO NFH-ORIGIN-NAME
           WRITE ACH-FILE-HEADER
           IF NOT WS-ACH-OUT-OK
               MOVE WS-ACH-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING ACH FILE HEADER' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO ACH-BATCH-HEADER
           MOVE '5' TO NBH-RECORD-TYPE
      *    Debits only
           MOVE 225 TO NBH-SERVICE-CLASS
           MOVE WS-BANK-ORIGIN-NAME TO NBH-COMPANY-NAME
           MOVE WS-BANK-COMPANY-ID TO NBH-COMPANY-ID
           MOVE 'PPD' TO NBH-ENTRY-CLASS
           MOVE 'AUTOPAY' TO NBH-ENTRY-DESCRIPTION
           MOVE WS-EFFECTIVE-DATE(3:6) TO NBH-EFFECTIVE-DATE
           MOVE '1' TO NBH-ORIGINATOR-STATUS
           MOVE WS-BANK-ODFI TO NBH-ODFI-ID
           MOVE 1 TO NBH-BATCH-NUMBER
           WRITE ACH-BATCH-HEADER
           IF NOT WS-ACH-OUT-OK
               MOVE WS-ACH-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING ACH BATCH HEADER'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE 2 TO WS-RECORD-COUNT
           SET WS-BATCH-OPEN TO TRUE.

       2700-WRITE-REGISTER-LINE.
           PERFORM 2710-CHECK-PAGE-BREAK
           MOVE WS-DEBIT-AMOUNT TO WS-RPT-AMOUNT
           EVALUATE WS-DUE-BASIS
               WHEN 'S'
                   MOVE 'STMT' TO WS-RPT-BASIS
               WHEN 'I'
                   MOVE 'INV' TO WS-RPT-BASIS
               WHEN 'B'
                   MOVE 'BOTH' TO WS-RPT-BASIS
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-BASIS
           END-EVALUATE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       2710-CHECK-PAGE-BREAK.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2800-WRITE-REGISTER-SKIP.
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO WS-RPT-TRACE
           PERFORM 2700-WRITE-REGISTER-LINE.

       2900-CLOSE-ACH-FILE.
      *    Batch and file control, then nines out to a whole block
           IF WS-BATCH-OPEN
               MOVE SPACES TO ACH-BATCH-CONTROL
               MOVE '8' TO NBC-RECORD-TYPE
               MOVE 225 TO NBC-SERVICE-CLASS
               MOVE WS-DEBIT-COUNT TO NBC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH TO NBC-ENTRY-HASH
               MOVE WS-DEBIT-TOTAL TO NBC-DEBIT-TOTAL
               MOVE ZERO TO NBC-CREDIT-TOTAL
               MOVE WS-BANK-COMPANY-ID TO NBC-COMPANY-ID
               MOVE WS-BANK-ODFI TO NBC-ODFI-ID
               MOVE 1 TO NBC-BATCH-NUMBER
               WRITE ACH-BATCH-CONTROL
               ADD 2 TO WS-RECORD-COUNT
               DIVIDE WS-RECORD-COUNT BY 10 GIVING WS-BLOCK-COUNT
               IF WS-BLOCK-COUNT * 10 < WS-RECORD-COUNT
                   ADD 1 TO WS-BLOCK-COUNT
               END-IF
               MOVE SPACES TO ACH-FILE-CONTROL
               MOVE '9' TO NFC-RECORD-TYPE
               MOVE 1 TO NFC-BATCH-COUNT
               MOVE WS-BLOCK-COUNT TO NFC-BLOCK-COUNT
               MOVE WS-DEBIT-COUNT TO NFC-ENTRY-COUNT
               MOVE WS-ENTRY-HASH TO NFC-ENTRY-HASH
               MOVE WS-DEBIT-TOTAL TO NFC-DEBIT-TOTAL
               MOVE ZERO TO NFC-CREDIT-TOTAL
               WRITE ACH-FILE-CONTROL
               COMPUTE WS-PAD-COUNT =
                   WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
               PERFORM 2910-WRITE-PAD-RECORD
                   VARYING WS-PAD-SUB FROM 1 BY 1
                   UNTIL WS-PAD-SUB > WS-PAD-COUNT
               IF NOT WS-ACH-OUT-OK
                   MOVE WS-ACH-OUT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR WRITING ACH FILE CONTROL'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           ELSE
               IF WS-BUSINESS-DAY
                   MOVE 'NO DEBITS DUE - ACH FILE LEFT EMPTY'
                       TO WS-RPT-NOTICE
                   MOVE WS-NOTICE-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LINES-ON-PAGE
               END-IF
           END-IF.

       2910-WRITE-PAD-RECORD.
           MOVE ALL '9' TO ACH-FILE-CONTROL
           WRITE ACH-FILE-CONTROL.

       3000-WRITE-TOTALS.
           MOVE WS-ENROLLED-COUNT TO WS-TOT-ENROLLED
           MOVE WS-SUSPENDED-COUNT TO WS-TOT-SUSPENDED
           MOVE WS-NOT-DUE-COUNT TO WS-TOT-NOT-DUE
           MOVE WS-SKIPPED-COUNT TO WS-TOT-SKIPPED
           MOVE WS-REPORT-TOTAL-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEBIT-COUNT TO WS-TOT-DEBITS
           MOVE WS-DEBIT-TOTAL TO WS-TOT-DEBIT-AMT
           IF WS-BUSINESS-DAY
               MOVE WS-EFFECTIVE-DATE TO WS-TOT-EFFECTIVE
           ELSE
               MOVE ZEROS TO WS-TOT-EFFECTIVE
           END-IF
           IF WS-BATCH-OPEN
               MOVE WS-FILE-ID TO WS-TOT-FILE-ID
           ELSE
               MOVE SPACE TO WS-TOT-FILE-ID
           END-IF
           MOVE WS-REPORT-TOTAL-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       3400-STAMP-TRACE-CONTROL.
      *    Carry the last sequence used forward; only a file actually
      *    built uses up a file ID modifier
           IF WS-BATCH-OPEN
               OPEN OUTPUT TRACE-CONTROL-FILE
               IF NOT WS-TRACE-CTL-OK
                   MOVE WS-TRACE-CTL-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING ACH TRACE CONTROL'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               MOVE SPACES TO TRACE-CONTROL-RECORD
               MOVE WS-TRACE-SEQ TO CTL-LAST-TRACE-SEQ
               MOVE WS-RUN-DATE TO CTL-LAST-RUN-DATE
               MOVE WS-FILE-ID TO CTL-LAST-FILE-ID
               WRITE TRACE-CONTROL-RECORD
               CLOSE TRACE-CONTROL-FILE
           END-IF.

       3500-WRITE-STEP-CONTROL.
      *    Hand the debit total forward - GLINTF proves the night's
      *    ACH activity against this amount before it releases the
      *    journal
           OPEN OUTPUT STEP-CONTROL-FILE
           IF NOT WS-STEP-OK
               MOVE WS-STEP-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING STEP CONTROL RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO STEP-CONTROL-RECORD
           MOVE 'CUSTACH' TO STP-STEP-NAME
           MOVE WS-RUN-DATE TO STP-RUN-DATE
           MOVE 'B' TO STP-BALANCE-FLAG
           MOVE WS-DEBIT-COUNT TO STP-RECORD-COUNT
           MOVE WS-DEBIT-TOTAL TO STP-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

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
           IF WS-AUTOPAY-AVAILABLE
               CLOSE AUTOPAY-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           IF WS-DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-MEMOS-AVAILABLE
               CLOSE MEMO-FILE
           END-IF
           CLOSE ACH-LOG-FILE
           CLOSE ACH-OUT-FILE
           CLOSE TRAN-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE GL-ACTIVITY-FILE
           DISPLAY 'AUTOPAY ACH DEBIT RUN COMPLETE'.
