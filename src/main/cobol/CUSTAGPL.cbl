       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGPL.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTAGPL - Weekly Collection Agency Placement Program          *
      * The top of the CUSTDUN ladder says "refer to agency", and     *
      * this is the run that actually refers them. It walks the      *
      * dunning state file and places every account at the referral  *
      * level (DUN-LEVEL=n card, 4 by default) that is not already   *
      * at an agency and still owes us money, writing a P record     *
      * with the customer's name, address, phone, balance and aging *
      * spread to the weekly outbound exchange file, and recording   *
      * the placement - agency, date and amount placed - on the      *
      * placement file. New placements go to the agency named on the *
      * AGENCY=cccc card; with no such card the week's referrals are *
      * held and listed on the register. The run then reviews         *
      * every account still out at an agency and recalls it with an  *
      * R record when the customer has paid us directly down to a    *
      * zero or credit balance, or when operations names it on a     *
      * RECALL=nnnnnnnn card. An account recalled by card is not     *
      * sent out again when it next comes up for referral - it is    *
      * listed as held on the register - until operations names it  *
      * on a REPLACE=nnnnnnnn card. Placing an account again keeps   *
      * the placement it replaces as the prior placement on its      *
      * record. A charged-off account stays out - the                *
      * agency keeps working it and CUSTPOST books what they collect *
      * as a recovery. The file closes with a trailer carrying the   *
      * counts and the placed dollars. The run ends with the         *
      * placement register: every account ever placed, grouped by    *
      * agency, showing where it is, since when, what was placed,    *
      * and what CUSTAGIN has since recorded as collected, the        *
      * agency's commission and the net we received.                 *
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
           SELECT PLACEMENT-FILE ASSIGN TO PLCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CUST-ID
               ALTERNATE RECORD KEY IS PLC-AGENCY-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT AGENCY-SEND-FILE ASSIGN TO AGYOUT
               FILE STATUS IS WS-SEND-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Customers in the dunning cycle with the ladder level reached
       FD  DUNNING-STATE-FILE.
       COPY DUNSTATE.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Per-customer receivables aging sub-ledger - the spread sent
      * with each placement
       FD  AGE-FILE.
       COPY AGEBUCKT.

      * What is at which agency, since when, and what came back
       FD  PLACEMENT-FILE.
       COPY AGYPLACE.

      * The weekly outbound exchange file for the agencies
       FD  AGENCY-SEND-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY AGYSEND.

      * Placement register
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - AGENCY=cccc, DUN-LEVEL=n,
      * RECALL=nnnnnnnn and REPLACE=nnnnnnnn. A missing file places
      * nothing new but still recalls the accounts paid directly.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-DUNNING-STATUS           PIC XX.
           88  WS-DUNNING-OK           VALUE '00'.
           88  WS-DUNNING-NO-FILE      VALUE '35'.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NOT-FOUND        VALUE '23'.

       01  WS-PLACEMENT-STATUS         PIC XX.
           88  WS-PLACEMENT-OK         VALUE '00'.
           88  WS-PLACEMENT-DUP-ALT    VALUE '02'.
           88  WS-PLACEMENT-NOT-FOUND  VALUE '23'.
           88  WS-PLACEMENT-NO-FILE    VALUE '35'.

       01  WS-SEND-STATUS              PIC XX.
           88  WS-SEND-OK              VALUE '00'.

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
           05  WS-PLACEMENT-EOF-FLAG   PIC X(1) VALUE 'N'.
               88  WS-PLACEMENT-EOF    VALUE 'Y'.
               88  WS-PLACEMENT-NOT-EOF VALUE 'N'.
           05  WS-PLACE-FLAG           PIC X(1).
               88  WS-PLACE-ACCOUNT    VALUE 'Y'.
               88  WS-DO-NOT-PLACE     VALUE 'N'.
           05  WS-ON-FILE-FLAG         PIC X(1).
               88  WS-PLACEMENT-ON-FILE VALUE 'Y'.
               88  WS-NEW-PLACEMENT    VALUE 'N'.
           05  WS-RECALL-FLAG          PIC X(1).
               88  WS-RECALL-ACCOUNT   VALUE 'Y'.
               88  WS-LEAVE-AT-AGENCY  VALUE 'N'.
           05  WS-FIRST-AGENCY-FLAG    PIC X(1) VALUE 'Y'.
               88  WS-FIRST-AGENCY     VALUE 'Y'.
               88  WS-NOT-FIRST-AGENCY VALUE 'N'.
      *    A missing dunning state file means nobody is on the
      *    ladder - nothing new to place
           05  WS-DUNNING-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DUNNING-AVAILABLE VALUE 'Y'.
               88  WS-NO-DUNNING-FILE  VALUE 'N'.

      * Placement policy - overridden by control cards
       01  WS-POLICY-CONTROLS.
           05  WS-POLICY-DUN-LEVEL     PIC 9(1) VALUE 4.
           05  WS-PLACE-AGENCY-CODE    PIC X(4) VALUE SPACES.
               88  WS-NO-PLACE-AGENCY  VALUE SPACES.

      * Accounts operations has named for recall this week
       01  WS-RECALL-TABLE.
           05  WS-RECALL-ENTRY-COUNT   PIC 9(4) COMP VALUE ZEROS.
           05  WS-RECALL-ENTRY         OCCURS 100 TIMES
                                       INDEXED BY RCL-IDX.
               10  WS-RCL-CUST-ID      PIC 9(8).
               10  WS-RCL-USED-FLAG    PIC X(1).
                   88  WS-RCL-USED     VALUE 'Y'.

      * Accounts recalled by card that operations wants sent out
      * again this week
       01  WS-REPLACE-TABLE.
           05  WS-REPLACE-ENTRY-COUNT  PIC 9(4) COMP VALUE ZEROS.
           05  WS-REPLACE-ENTRY        OCCURS 100 TIMES
                                       INDEXED BY RPL-IDX.
               10  WS-RPL-CUST-ID      PIC 9(8).
               10  WS-RPL-USED-FLAG    PIC X(1).
                   88  WS-RPL-USED     VALUE 'Y'.

      * The placement a new one replaces, carried over onto the
      * new record
       01  WS-PRIOR-PLACEMENT.
           05  WS-PRIOR-PLACEMENT-COUNT PIC 9(3).
           05  WS-PRIOR-AGENCY-CODE    PIC X(4).
           05  WS-PRIOR-STATUS         PIC X(1).
           05  WS-PRIOR-PLACED-DATE    PIC 9(8).
           05  WS-PRIOR-CLOSED-DATE    PIC 9(8).
           05  WS-PRIOR-CLOSE-REASON   PIC X(1).
           05  WS-PRIOR-NET-AMT        PIC S9(7)V99 COMP-3.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-RECALL-SUB           PIC 9(4) COMP.
           05  WS-REPLACE-SUB          PIC 9(4) COMP.
           05  WS-RECALL-REASON        PIC X(1).
           05  WS-CURRENT-AGENCY       PIC X(4).
           05  WS-SAVE-LINE            PIC X(132).

       01  WS-COUNTERS.
           05  WS-DUNNING-READ-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-REFERRED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-ALREADY-PLACED-COUNT PIC 9(8) VALUE ZEROS.
           05  WS-PLACED-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-PLACED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-HELD-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-RECALL-HOLD-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-REPLACED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-RECALL-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-AGY-ACCOUNT-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-AGY-OPEN-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-AGY-PLACED-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-AGY-COLLECTED-TOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-AGY-COMMISSION-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-AGY-NET-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ALL-ACCOUNT-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-ALL-OPEN-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-ALL-PLACED-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ALL-COLLECTED-TOTAL  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ALL-COMMISSION-TOTAL PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-ALL-NET-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'COLLECTION AGENCY PLACEMENT REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(6) VALUE 'AGENCY'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(13) VALUE 'STATUS'.
           05  FILLER                  PIC X(11) VALUE 'SINCE'.
           05  FILLER                  PIC X(12) VALUE '     PLACED'.
           05  FILLER                  PIC X(12) VALUE '  COLLECTED'.
           05  FILLER                  PIC X(12) VALUE ' COMMISSION'.
           05  FILLER                  PIC X(12) VALUE '   NET RCVD'.
           05  FILLER                  PIC X(11) VALUE ' LAST ACTV'.
           05  FILLER                  PIC X(11) VALUE ' CLOSED'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-AGENCY           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-NAME             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-PLACED-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-PLACED           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-COLLECTED        PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-COMMISSION       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-NET              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-LAST-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-CLOSED-DATE      PIC 9999/99/99.

       01  WS-AGENCY-TOTAL-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AGENCY '.
           05  WS-AGT-AGENCY           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AGT-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
           05  WS-AGT-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' STILL OUT  '.
           05  WS-AGT-PLACED           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AGT-COLLECTED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AGT-COMMISSION       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AGT-NET              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'REFERRAL HELD - NO AGENCY: '.
           05  WS-HLD-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-HLD-BALANCE          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-RECALL-HOLD-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'REFERRAL HELD - RECALLED: '.
           05  WS-RHL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RHL-BALANCE          PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RECALLED '.
           05  WS-RHL-CLOSED-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-RUN-TOTAL-1.
           05  FILLER                  PIC X(14) VALUE 'ON LADDER:'.
           05  WS-TOT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REFERRED:'.
           05  WS-TOT-REFERRED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'ALREADY PLACED:'.
           05  WS-TOT-ALREADY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'HELD:'.
           05  WS-TOT-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'RECALL HOLD:'.
           05  WS-TOT-RECALL-HOLD      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-RUN-TOTAL-2.
           05  FILLER                  PIC X(14) VALUE 'PLACED TODAY:'.
           05  WS-TOT-PLACED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-PLACED-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RECALLED:'.
           05  WS-TOT-RECALLED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'TO AGENCY:'.
           05  WS-TOT-AGENCY           PIC X(4).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'PLACED AGAIN:'.
           05  WS-TOT-REPLACED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'ALL AGENCIES'.
           05  WS-GRD-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
           05  WS-GRD-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' STILL OUT  '.
           05  WS-GRD-PLACED           PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-GRD-COLLECTED        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-GRD-COMMISSION       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-GRD-NET              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-REFERRAL
               UNTIL WS-END-OF-FILE
           PERFORM 3000-REVIEW-PLACEMENTS
           PERFORM 3300-CHECK-UNUSED-RECALLS
           PERFORM 3320-CHECK-UNUSED-REPLACES
           PERFORM 3500-WRITE-TRAILER
           PERFORM 4000-WRITE-REGISTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT DUNNING-STATE-FILE
           IF WS-DUNNING-NO-FILE
               SET WS-NO-DUNNING-FILE TO TRUE
               SET WS-END-OF-FILE TO TRUE
               DISPLAY 'NO DUNNING STATE FILE - NO NEW REFERRALS'
           ELSE
               IF NOT WS-DUNNING-OK
                   MOVE WS-DUNNING-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DUNNING STATE FILE'
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
           OPEN INPUT AGE-FILE
           IF NOT WS-AGE-OK
               MOVE WS-AGE-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O PLACEMENT-FILE
           IF WS-PLACEMENT-NO-FILE
      *        First placement run - create an empty placement file
      *        and carry on
               OPEN OUTPUT PLACEMENT-FILE
               CLOSE PLACEMENT-FILE
               OPEN I-O PLACEMENT-FILE
           END-IF
           IF NOT WS-PLACEMENT-OK
               MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING PLACEMENT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT AGENCY-SEND-FILE
           IF NOT WS-SEND-OK
               MOVE WS-SEND-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AGENCY EXCHANGE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF WS-NO-PLACE-AGENCY
               DISPLAY 'NO AGENCY= CARD - NEW REFERRALS WILL BE HELD'
           END-IF
           MOVE SPACES TO AGENCY-SEND-HEADER
           MOVE 'H' TO AGH-RECORD-TYPE
           MOVE WS-RUN-DATE TO AGH-FILE-DATE
           MOVE 'CUSTAGPL' TO AGH-SENDER-ID
           WRITE AGENCY-SEND-HEADER
           PERFORM 1030-WRITE-PAGE-HEADER
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
      *    A missing control file runs without a placing agency -
      *    never prompt the console for anything
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
               WHEN CONTROL-RECORD(1:7) = 'AGENCY='
                   IF CONTROL-RECORD(8:4) NOT = SPACES
                       MOVE CONTROL-RECORD(8:4) TO WS-PLACE-AGENCY-CODE
                   ELSE
                       DISPLAY 'BAD AGENCY CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:10) = 'DUN-LEVEL='
                   IF CONTROL-RECORD(11:1) IS NUMERIC
                   AND CONTROL-RECORD(11:1) NOT = '0'
                       MOVE CONTROL-RECORD(11:1)
                           TO WS-POLICY-DUN-LEVEL
                   ELSE
                       DISPLAY 'BAD DUN-LEVEL CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:7) = 'RECALL='
                   PERFORM 1070-ADD-RECALL-CARD
               WHEN CONTROL-RECORD(1:8) = 'REPLACE='
                   PERFORM 1080-ADD-REPLACE-CARD
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1070-ADD-RECALL-CARD.
           IF CONTROL-RECORD(8:8) IS NUMERIC
               IF WS-RECALL-ENTRY-COUNT < 100
                   ADD 1 TO WS-RECALL-ENTRY-COUNT
                   MOVE CONTROL-RECORD(8:8)
                       TO WS-RCL-CUST-ID(WS-RECALL-ENTRY-COUNT)
                   MOVE 'N' TO WS-RCL-USED-FLAG(WS-RECALL-ENTRY-COUNT)
               ELSE
                   DISPLAY 'RECALL TABLE FULL - CARD IGNORED: '
                       CONTROL-RECORD(1:20)
               END-IF
           ELSE
               DISPLAY 'BAD RECALL CARD IGNORED: '
                   CONTROL-RECORD(1:20)
           END-IF.

       1080-ADD-REPLACE-CARD.
           IF CONTROL-RECORD(9:8) IS NUMERIC
               IF WS-REPLACE-ENTRY-COUNT < 100
                   ADD 1 TO WS-REPLACE-ENTRY-COUNT
                   MOVE CONTROL-RECORD(9:8)
                       TO WS-RPL-CUST-ID(WS-REPLACE-ENTRY-COUNT)
                   MOVE 'N'
                       TO WS-RPL-USED-FLAG(WS-REPLACE-ENTRY-COUNT)
               ELSE
                   DISPLAY 'REPLACE TABLE FULL - CARD IGNORED: '
                       CONTROL-RECORD(1:20)
               END-IF
           ELSE
               DISPLAY 'BAD REPLACE CARD IGNORED: '
                   CONTROL-RECORD(1:20)
           END-IF.

       1100-READ-DUNNING-STATE.
           READ DUNNING-STATE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-DUNNING-READ-COUNT
           END-IF.

       2000-SCREEN-REFERRAL.
           IF DUN-LEVEL NOT < WS-POLICY-DUN-LEVEL
               ADD 1 TO WS-REFERRED-COUNT
               PERFORM 2100-CHECK-REFERRAL
               IF WS-PLACE-ACCOUNT
                   IF WS-NO-PLACE-AGENCY
                       PERFORM 2150-LIST-HELD-REFERRAL
                   ELSE
                       PERFORM 2200-PLACE-ACCOUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 1100-READ-DUNNING-STATE.

       2100-CHECK-REFERRAL.
      *    Referred - the account goes out only if no agency is
      *    working it now and it is still a live debit balance. One
      *    we pulled back by RECALL card stays home until a REPLACE
      *    card sends it out again.
           SET WS-DO-NOT-PLACE TO TRUE
           SET WS-NEW-PLACEMENT TO TRUE
           MOVE DUN-CUST-ID TO PLC-CUST-ID
           READ PLACEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PLACEMENT-ON-FILE TO TRUE
           END-READ
           IF WS-PLACEMENT-ON-FILE
           AND PLC-PLACED
               ADD 1 TO WS-ALREADY-PLACED-COUNT
           ELSE
               MOVE DUN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'DUNNING CUSTOMER NOT ON MASTER: '
                           DUN-CUST-ID
                   NOT INVALID KEY
                       IF CUST-STATUS NOT = 'W'
                       AND CUST-STATUS NOT = 'C'
                       AND CUST-BALANCE > ZERO
                           SET WS-PLACE-ACCOUNT TO TRUE
                       END-IF
               END-READ
               IF WS-PLACE-ACCOUNT
               AND WS-PLACEMENT-ON-FILE
               AND PLC-RECALLED
               AND PLC-MANUAL-RECALL
                   PERFORM 2110-CHECK-REPLACE-CARD
               END-IF
           END-IF.

       2110-CHECK-REPLACE-CARD.
           SET WS-DO-NOT-PLACE TO TRUE
           SET RPL-IDX TO 1
           SEARCH WS-REPLACE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RPL-CUST-ID(RPL-IDX) = PLC-CUST-ID
               AND RPL-IDX NOT > WS-REPLACE-ENTRY-COUNT
                   SET WS-RPL-USED(RPL-IDX) TO TRUE
                   SET WS-PLACE-ACCOUNT TO TRUE
           END-SEARCH
           IF WS-DO-NOT-PLACE
               PERFORM 2160-LIST-RECALL-HOLD
           END-IF.

       2150-LIST-HELD-REFERRAL.
           ADD 1 TO WS-HELD-COUNT
           MOVE CUST-ID TO WS-HLD-CUST-ID
           MOVE CUST-BALANCE TO WS-HLD-BALANCE
           MOVE WS-HELD-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       2160-LIST-RECALL-HOLD.
           ADD 1 TO WS-RECALL-HOLD-COUNT
           MOVE CUST-ID TO WS-RHL-CUST-ID
           MOVE CUST-BALANCE TO WS-RHL-BALANCE
           MOVE PLC-CLOSED-DATE TO WS-RHL-CLOSED-DATE
           MOVE WS-RECALL-HOLD-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       2200-PLACE-ACCOUNT.
           MOVE CUST-ID TO AGE-CUST-ID
           READ AGE-FILE
               INVALID KEY
      *            No aging record - the whole balance goes out as
      *            current rather than not at all
                   MOVE CUST-ID TO AGE-CUST-ID
                   MOVE CUST-BALANCE TO AGE-CURRENT-AMT
                   MOVE ZEROS TO AGE-30-AMT
                   MOVE ZEROS TO AGE-60-AMT
                   MOVE ZEROS TO AGE-90-AMT
                   MOVE ZEROS TO AGE-120-AMT
           END-READ
           PERFORM 2210-WRITE-PLACEMENT-RECORD
           PERFORM 2220-RECORD-PLACEMENT
           ADD 1 TO WS-PLACED-COUNT
           ADD CUST-BALANCE TO WS-PLACED-AMOUNT.

       2210-WRITE-PLACEMENT-RECORD.
           MOVE SPACES TO AGENCY-SEND-RECORD
           MOVE 'P' TO AGS-RECORD-TYPE
           MOVE WS-PLACE-AGENCY-CODE TO AGS-AGENCY-CODE
           MOVE CUST-ID TO AGS-CUST-ID
           MOVE CUST-FIRST-NAME TO AGS-FIRST-NAME
           MOVE CUST-LAST-NAME TO AGS-LAST-NAME
           MOVE CUST-STREET TO AGS-STREET
           MOVE CUST-CITY TO AGS-CITY
           MOVE CUST-STATE TO AGS-STATE
           MOVE CUST-ZIP TO AGS-ZIP
           MOVE CUST-PHONE TO AGS-PHONE
           MOVE CUST-BALANCE TO AGS-BALANCE
           MOVE AGE-CURRENT-AMT TO AGS-CURRENT-AMT
           MOVE AGE-30-AMT TO AGS-30-AMT
           MOVE AGE-60-AMT TO AGS-60-AMT
           MOVE AGE-90-AMT TO AGS-90-AMT
           MOVE AGE-120-AMT TO AGS-120-AMT
           MOVE WS-RUN-DATE TO AGS-PLACED-DATE
           WRITE AGENCY-SEND-RECORD
           IF NOT WS-SEND-OK
               MOVE WS-SEND-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING AGENCY EXCHANGE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2220-RECORD-PLACEMENT.
           IF WS-PLACEMENT-ON-FILE
               PERFORM 2225-SAVE-PRIOR-PLACEMENT
           ELSE
               MOVE SPACES TO WS-PRIOR-PLACEMENT
               MOVE ZEROS TO WS-PRIOR-PLACEMENT-COUNT
               MOVE ZEROS TO WS-PRIOR-PLACED-DATE
               MOVE ZEROS TO WS-PRIOR-CLOSED-DATE
               MOVE ZEROS TO WS-PRIOR-NET-AMT
           END-IF
           MOVE SPACES TO AGENCY-PLACEMENT-RECORD
           MOVE CUST-ID TO PLC-CUST-ID
           MOVE WS-PLACE-AGENCY-CODE TO PLC-AGENCY-CODE
           SET PLC-PLACED TO TRUE
           MOVE WS-RUN-DATE TO PLC-PLACED-DATE
           MOVE CUST-BALANCE TO PLC-PLACED-AMT
           MOVE ZEROS TO PLC-COLLECTED-AMT
           MOVE ZEROS TO PLC-COMMISSION-AMT
           MOVE ZEROS TO PLC-NET-AMT
           MOVE ZEROS TO PLC-COLLECTION-COUNT
           MOVE ZEROS TO PLC-LAST-ACTIVITY-DATE
           MOVE ZEROS TO PLC-CLOSED-DATE
           ADD 1 WS-PRIOR-PLACEMENT-COUNT GIVING PLC-PLACEMENT-COUNT
           MOVE WS-PRIOR-AGENCY-CODE TO PLC-PRIOR-AGENCY-CODE
           MOVE WS-PRIOR-STATUS TO PLC-PRIOR-STATUS
           MOVE WS-PRIOR-PLACED-DATE TO PLC-PRIOR-PLACED-DATE
           MOVE WS-PRIOR-CLOSED-DATE TO PLC-PRIOR-CLOSED-DATE
           MOVE WS-PRIOR-CLOSE-REASON TO PLC-PRIOR-CLOSE-REASON
           MOVE WS-PRIOR-NET-AMT TO PLC-PRIOR-NET-AMT
           IF WS-PLACEMENT-ON-FILE
      *        Placed before and since recalled or returned - the
      *        new placement replaces the old one, which is kept as
      *        the prior placement
               ADD 1 TO WS-REPLACED-COUNT
               REWRITE AGENCY-PLACEMENT-RECORD
                   INVALID KEY
                       MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR REWRITING PLACEMENT RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-REWRITE
           ELSE
               WRITE AGENCY-PLACEMENT-RECORD
                   INVALID KEY
                       MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR WRITING PLACEMENT RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-WRITE
           END-IF.

       2225-SAVE-PRIOR-PLACEMENT.
      *    Records from before the placement count was kept have
      *    spaces there - they have been placed once
           IF PLC-PLACEMENT-COUNT IS NUMERIC
               MOVE PLC-PLACEMENT-COUNT TO WS-PRIOR-PLACEMENT-COUNT
           ELSE
               MOVE 1 TO WS-PRIOR-PLACEMENT-COUNT
           END-IF
           MOVE PLC-AGENCY-CODE TO WS-PRIOR-AGENCY-CODE
           MOVE PLC-STATUS TO WS-PRIOR-STATUS
           MOVE PLC-PLACED-DATE TO WS-PRIOR-PLACED-DATE
           MOVE PLC-CLOSED-DATE TO WS-PRIOR-CLOSED-DATE
           MOVE PLC-CLOSE-REASON TO WS-PRIOR-CLOSE-REASON
           MOVE PLC-NET-AMT TO WS-PRIOR-NET-AMT.

       3000-REVIEW-PLACEMENTS.
      *    Every account still out at an agency is checked for a
      *    recall - including the ones placed a moment ago, which a
      *    RECALL card can pull straight back
           MOVE ZEROS TO PLC-CUST-ID
           START PLACEMENT-FILE KEY IS NOT LESS THAN PLC-CUST-ID
               INVALID KEY SET WS-PLACEMENT-EOF TO TRUE
           END-START
           IF WS-PLACEMENT-NOT-EOF
               PERFORM 3100-READ-PLACEMENT
               PERFORM 3200-REVIEW-ONE-PLACEMENT
                   UNTIL WS-PLACEMENT-EOF
           END-IF.

       3100-READ-PLACEMENT.
           READ PLACEMENT-FILE NEXT RECORD
               AT END SET WS-PLACEMENT-EOF TO TRUE
           END-READ.

       3200-REVIEW-ONE-PLACEMENT.
           IF PLC-PLACED
               SET WS-LEAVE-AT-AGENCY TO TRUE
               PERFORM 3210-CHECK-RECALL-CARD
               IF WS-LEAVE-AT-AGENCY
                   PERFORM 3220-CHECK-PAID-DIRECT
               END-IF
               IF WS-RECALL-ACCOUNT
                   PERFORM 3230-WRITE-RECALL-RECORD
                   PERFORM 3240-CLOSE-PLACEMENT
                   ADD 1 TO WS-RECALL-COUNT
               END-IF
           END-IF
           PERFORM 3100-READ-PLACEMENT.

       3210-CHECK-RECALL-CARD.
           SET RCL-IDX TO 1
           SEARCH WS-RECALL-ENTRY
               AT END
                   CONTINUE
               WHEN WS-RCL-CUST-ID(RCL-IDX) = PLC-CUST-ID
               AND RCL-IDX NOT > WS-RECALL-ENTRY-COUNT
                   SET WS-RCL-USED(RCL-IDX) TO TRUE
                   SET WS-RECALL-ACCOUNT TO TRUE
                   MOVE 'M' TO WS-RECALL-REASON
           END-SEARCH.

       3220-CHECK-PAID-DIRECT.
      *    A charged-off account has a zero balance by write-off, not
      *    by payment - it stays with the agency
           MOVE PLC-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'PLACED CUSTOMER NOT ON MASTER: '
                       PLC-CUST-ID
               NOT INVALID KEY
                   IF CUST-STATUS NOT = 'W'
                   AND CUST-BALANCE NOT > ZERO
                       SET WS-RECALL-ACCOUNT TO TRUE
                       MOVE 'D' TO WS-RECALL-REASON
                   END-IF
           END-READ.

       3230-WRITE-RECALL-RECORD.
           MOVE SPACES TO AGENCY-SEND-RECORD
           MOVE 'R' TO AGS-RECORD-TYPE
           MOVE PLC-AGENCY-CODE TO AGS-AGENCY-CODE
           MOVE PLC-CUST-ID TO AGS-CUST-ID
           MOVE ZEROS TO AGS-BALANCE
           MOVE ZEROS TO AGS-CURRENT-AMT
           MOVE ZEROS TO AGS-30-AMT
           MOVE ZEROS TO AGS-60-AMT
           MOVE ZEROS TO AGS-90-AMT
           MOVE ZEROS TO AGS-120-AMT
           MOVE PLC-PLACED-DATE TO AGS-PLACED-DATE
           MOVE WS-RECALL-REASON TO AGS-RECALL-REASON
           WRITE AGENCY-SEND-RECORD
           IF NOT WS-SEND-OK
               MOVE WS-SEND-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING AGENCY EXCHANGE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       3240-CLOSE-PLACEMENT.
           SET PLC-RECALLED TO TRUE
           MOVE WS-RUN-DATE TO PLC-CLOSED-DATE
           MOVE WS-RECALL-REASON TO PLC-CLOSE-REASON
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING PLACEMENT RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE.

       3300-CHECK-UNUSED-RECALLS.
      *    A RECALL card for an account no agency is working is a
      *    keying error operations needs to hear about
           PERFORM 3310-CHECK-ONE-RECALL
               VARYING WS-RECALL-SUB FROM 1 BY 1
               UNTIL WS-RECALL-SUB > WS-RECALL-ENTRY-COUNT.

       3310-CHECK-ONE-RECALL.
           IF NOT WS-RCL-USED(WS-RECALL-SUB)
               DISPLAY 'RECALL CARD - ACCOUNT NOT AT AN AGENCY: '
                   WS-RCL-CUST-ID(WS-RECALL-SUB)
           END-IF.

       3320-CHECK-UNUSED-REPLACES.
      *    A REPLACE card only sends out an account that came up for
      *    referral this week after a recall by card
           PERFORM 3330-CHECK-ONE-REPLACE
               VARYING WS-REPLACE-SUB FROM 1 BY 1
               UNTIL WS-REPLACE-SUB > WS-REPLACE-ENTRY-COUNT.

       3330-CHECK-ONE-REPLACE.
           IF NOT WS-RPL-USED(WS-REPLACE-SUB)
               DISPLAY 'REPLACE CARD - ACCOUNT NOT HELD FROM RECALL: '
                   WS-RPL-CUST-ID(WS-REPLACE-SUB)
           END-IF.

       3500-WRITE-TRAILER.
           MOVE SPACES TO AGENCY-SEND-TRAILER
           MOVE 'T' TO AGT-RECORD-TYPE
           MOVE WS-PLACED-COUNT TO AGT-PLACEMENT-COUNT
           MOVE WS-RECALL-COUNT TO AGT-RECALL-COUNT
           MOVE WS-PLACED-AMOUNT TO AGT-PLACED-AMOUNT
           WRITE AGENCY-SEND-TRAILER
           IF NOT WS-SEND-OK
               MOVE WS-SEND-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING AGENCY EXCHANGE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       4000-WRITE-REGISTER.
      *    Every placement on file in agency order - what each
      *    agency holds, since when, and what it has brought in
           MOVE LOW-VALUES TO PLC-AGENCY-CODE
           SET WS-PLACEMENT-NOT-EOF TO TRUE
           START PLACEMENT-FILE KEY IS NOT LESS THAN PLC-AGENCY-CODE
               INVALID KEY SET WS-PLACEMENT-EOF TO TRUE
           END-START
           IF WS-PLACEMENT-NOT-EOF
               PERFORM 3100-READ-PLACEMENT
               PERFORM 4100-REGISTER-ONE-PLACEMENT
                   UNTIL WS-PLACEMENT-EOF
               PERFORM 4300-WRITE-AGENCY-TOTAL
           END-IF
           PERFORM 4400-WRITE-RUN-TOTALS.

       4100-REGISTER-ONE-PLACEMENT.
           IF WS-FIRST-AGENCY
               MOVE PLC-AGENCY-CODE TO WS-CURRENT-AGENCY
               SET WS-NOT-FIRST-AGENCY TO TRUE
           END-IF
           IF PLC-AGENCY-CODE NOT = WS-CURRENT-AGENCY
               PERFORM 4300-WRITE-AGENCY-TOTAL
               MOVE PLC-AGENCY-CODE TO WS-CURRENT-AGENCY
           END-IF
           PERFORM 4200-BUILD-REGISTER-LINE
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           ADD 1 TO WS-AGY-ACCOUNT-COUNT
           IF PLC-PLACED
               ADD 1 TO WS-AGY-OPEN-COUNT
           END-IF
           ADD PLC-PLACED-AMT TO WS-AGY-PLACED-TOTAL
           ADD PLC-COLLECTED-AMT TO WS-AGY-COLLECTED-TOTAL
           ADD PLC-COMMISSION-AMT TO WS-AGY-COMMISSION-TOTAL
           ADD PLC-NET-AMT TO WS-AGY-NET-TOTAL
           PERFORM 3100-READ-PLACEMENT.

       4200-BUILD-REGISTER-LINE.
           MOVE PLC-AGENCY-CODE TO WS-RPT-AGENCY
           MOVE PLC-CUST-ID TO WS-RPT-CUST-ID
           MOVE PLC-CUST-ID TO CUST-ID
           MOVE SPACES TO WS-RPT-NAME
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO WS-RPT-NAME
               NOT INVALID KEY
                   STRING CUST-FIRST-NAME DELIMITED SPACE
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED SPACE
                          INTO WS-RPT-NAME
           END-READ
           EVALUATE TRUE
               WHEN PLC-PLACED
                   MOVE 'AT AGENCY' TO WS-RPT-STATUS
               WHEN PLC-RECALLED AND PLC-PAID-DIRECT
                   MOVE 'RCL-PAID DIR' TO WS-RPT-STATUS
               WHEN PLC-RECALLED
                   MOVE 'RECALLED' TO WS-RPT-STATUS
               WHEN PLC-AGENCY-RETURNED
                   MOVE 'AGENCY RETURN' TO WS-RPT-STATUS
               WHEN OTHER
                   MOVE PLC-STATUS TO WS-RPT-STATUS
           END-EVALUATE
           MOVE PLC-PLACED-DATE TO WS-RPT-PLACED-DATE
           MOVE PLC-PLACED-AMT TO WS-RPT-PLACED
           MOVE PLC-COLLECTED-AMT TO WS-RPT-COLLECTED
           MOVE PLC-COMMISSION-AMT TO WS-RPT-COMMISSION
           MOVE PLC-NET-AMT TO WS-RPT-NET
           MOVE PLC-LAST-ACTIVITY-DATE TO WS-RPT-LAST-DATE
           MOVE PLC-CLOSED-DATE TO WS-RPT-CLOSED-DATE.

       4300-WRITE-AGENCY-TOTAL.
           MOVE WS-CURRENT-AGENCY TO WS-AGT-AGENCY
           MOVE WS-AGY-ACCOUNT-COUNT TO WS-AGT-ACCOUNTS
           MOVE WS-AGY-OPEN-COUNT TO WS-AGT-OPEN
           MOVE WS-AGY-PLACED-TOTAL TO WS-AGT-PLACED
           MOVE WS-AGY-COLLECTED-TOTAL TO WS-AGT-COLLECTED
           MOVE WS-AGY-COMMISSION-TOTAL TO WS-AGT-COMMISSION
           MOVE WS-AGY-NET-TOTAL TO WS-AGT-NET
           MOVE WS-AGENCY-TOTAL-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           ADD WS-AGY-ACCOUNT-COUNT TO WS-ALL-ACCOUNT-COUNT
           ADD WS-AGY-OPEN-COUNT TO WS-ALL-OPEN-COUNT
           ADD WS-AGY-PLACED-TOTAL TO WS-ALL-PLACED-TOTAL
           ADD WS-AGY-COLLECTED-TOTAL TO WS-ALL-COLLECTED-TOTAL
           ADD WS-AGY-COMMISSION-TOTAL TO WS-ALL-COMMISSION-TOTAL
           ADD WS-AGY-NET-TOTAL TO WS-ALL-NET-TOTAL
           MOVE ZEROS TO WS-AGY-ACCOUNT-COUNT
           MOVE ZEROS TO WS-AGY-OPEN-COUNT
           MOVE ZEROS TO WS-AGY-PLACED-TOTAL
           MOVE ZEROS TO WS-AGY-COLLECTED-TOTAL
           MOVE ZEROS TO WS-AGY-COMMISSION-TOTAL
           MOVE ZEROS TO WS-AGY-NET-TOTAL.

       4400-WRITE-RUN-TOTALS.
           MOVE WS-ALL-ACCOUNT-COUNT TO WS-GRD-ACCOUNTS
           MOVE WS-ALL-OPEN-COUNT TO WS-GRD-OPEN
           MOVE WS-ALL-PLACED-TOTAL TO WS-GRD-PLACED
           MOVE WS-ALL-COLLECTED-TOTAL TO WS-GRD-COLLECTED
           MOVE WS-ALL-COMMISSION-TOTAL TO WS-GRD-COMMISSION
           MOVE WS-ALL-NET-TOTAL TO WS-GRD-NET
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DUNNING-READ-COUNT TO WS-TOT-READ
           MOVE WS-REFERRED-COUNT TO WS-TOT-REFERRED
           MOVE WS-ALREADY-PLACED-COUNT TO WS-TOT-ALREADY
           MOVE WS-HELD-COUNT TO WS-TOT-HELD
           MOVE WS-RECALL-HOLD-COUNT TO WS-TOT-RECALL-HOLD
           MOVE WS-RUN-TOTAL-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PLACED-COUNT TO WS-TOT-PLACED
           MOVE WS-PLACED-AMOUNT TO WS-TOT-PLACED-AMT
           MOVE WS-RECALL-COUNT TO WS-TOT-RECALLED
           MOVE WS-PLACE-AGENCY-CODE TO WS-TOT-AGENCY
           MOVE WS-REPLACED-COUNT TO WS-TOT-REPLACED
           MOVE WS-RUN-TOTAL-2 TO REPORT-LINE
           WRITE REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

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
           IF WS-DUNNING-AVAILABLE
               CLOSE DUNNING-STATE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE AGE-FILE
           CLOSE PLACEMENT-FILE
           CLOSE AGENCY-SEND-FILE
           CLOSE REPORT-FILE
           DISPLAY 'AGENCY PLACEMENT RUN COMPLETE'.
