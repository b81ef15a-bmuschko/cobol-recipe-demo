       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBURO.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTBURO - Monthly Credit Bureau Reporting (Metro 2)          *
      * Builds the month's Metro 2 file for the consumer credit       *
      * bureaus so paying us on time counts for our customers and     *
      * not paying has a consequence. Every reportable account -      *
      * every customer but a pending application - goes out as one    *
      * base segment: name and address from the master, balance and   *
      * credit limit from CUST-BALANCE and CUST-CREDIT-LIMIT, the     *
      * account status, payment rating, amount past due and date of   *
      * first delinquency from the AGEBUCKT spread (from the          *
      * charge-off record for a status W account), the 24-month       *
      * payment history from the month-end snapshots CUSTCLOS froze,  *
      * the last payment from the cash-application file, and the XB   *
      * compliance code while any invoice is under open dispute. A    *
      * header names the reporter from the run-control cards and a    *
      * trailer carries the base segment and status code counts.      *
      * An account that cannot be reported - a missing name or        *
      * address, or a state or ZIP CUSTEDIT rejects - is held out of  *
      * the file and listed on the exceptions report so it can be     *
      * fixed before the next month.                                  *
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
           SELECT CHARGE-OFF-FILE ASSIGN TO CHGFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHG-CUST-ID
               FILE STATUS IS WS-CHARGE-OFF-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT CASH-APP-FILE ASSIGN TO APPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-CASH-APP-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO ARSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT BUREAU-FILE ASSIGN TO METRO2
               FILE STATUS IS WS-BUREAU-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Per-customer receivables aging sub-ledger - the status,
      * rating and past-due dollars
       FD  AGE-FILE.
       COPY AGEBUCKT.

      * What a charged-off account owed when it was written off
       FD  CHARGE-OFF-FILE.
       COPY CHGOFF.

      * Invoice disputes - an open one flags the account disputed
       FD  DISPUTE-FILE.
       COPY DISPUTE.

      * Cash applications written by CUSTPOST - the last payment
       FD  CASH-APP-FILE.
       COPY CASHAPP.

      * Month-end snapshots - the payment history, one month each
       FD  SNAPSHOT-FILE.
       COPY ARSNAP.

       FD  BUREAU-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY METRO2.

      * Run-control cards - the reporter's identification on file
      * with the bureaus:
      *   IDNUMBER=xxxxxxxx      identification number (required)
      *   EQUIFAX=, EXPERIAN=, TRANSUNION=, INNOVIS=
      *                          each bureau's program identifier
      *   REPORTER=name          ADDRESS=street city state zip
      *   PHONE=nnnnnnnnnn       PROGRAM-DATE=mmddyyyy
      *   REVISION-DATE=mmddyyyy
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * Accounts held out of the file, with the reason
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-EOF             VALUE '10'.

       COPY FILESTAT.

       COPY EDITRSLT.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NO-FILE          VALUE '35'.

       01  WS-CHARGE-OFF-STATUS        PIC XX.
           88  WS-CHARGE-OFF-OK        VALUE '00'.
           88  WS-CHARGE-OFF-NO-FILE   VALUE '35'.

       01  WS-DISPUTE-STATUS           PIC XX.
           88  WS-DISPUTE-OK           VALUE '00'.
           88  WS-DISPUTE-NO-FILE      VALUE '35'.

       01  WS-CASH-APP-STATUS          PIC XX.
           88  WS-CASH-APP-OK          VALUE '00'.
           88  WS-CASH-APP-NO-FILE     VALUE '35'.

       01  WS-SNAPSHOT-STATUS          PIC XX.
           88  WS-SNAPSHOT-OK          VALUE '00'.
           88  WS-SNAPSHOT-NO-FILE     VALUE '35'.

       01  WS-BUREAU-STATUS            PIC XX.
           88  WS-BUREAU-OK            VALUE '00'.

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
           05  WS-AGE-AVAIL-FLAG       PIC X(1) VALUE 'N'.
               88  WS-AGING-AVAILABLE  VALUE 'Y'.
           05  WS-CHARGE-OFF-AVAIL-FLAG PIC X(1) VALUE 'N'.
               88  WS-CHARGE-OFFS-AVAILABLE VALUE 'Y'.
           05  WS-DISPUTE-AVAIL-FLAG   PIC X(1) VALUE 'N'.
               88  WS-DISPUTES-AVAILABLE VALUE 'Y'.
           05  WS-CASH-APP-AVAIL-FLAG  PIC X(1) VALUE 'N'.
               88  WS-CASH-APPS-AVAILABLE VALUE 'Y'.
           05  WS-SNAPSHOT-AVAIL-FLAG  PIC X(1) VALUE 'N'.
               88  WS-SNAPSHOTS-AVAILABLE VALUE 'Y'.
           05  WS-REPORTABLE-FLAG      PIC X(1).
               88  WS-REPORTABLE       VALUE 'Y'.
               88  WS-NOT-REPORTABLE   VALUE 'N'.
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NOT-ON-FILE  VALUE 'N'.
           05  WS-BROWSE-EOF-FLAG      PIC X(1).
               88  WS-BROWSE-EOF       VALUE 'Y'.
               88  WS-BROWSE-NOT-EOF   VALUE 'N'.
           05  WS-DISPUTED-FLAG        PIC X(1).
               88  WS-DISPUTED         VALUE 'Y'.
               88  WS-NOT-DISPUTED     VALUE 'N'.
           05  WS-HISTORY-STOP-FLAG    PIC X(1).
               88  WS-HISTORY-STOP     VALUE 'Y'.
               88  WS-HISTORY-GO       VALUE 'N'.

      * The reporter's identification, from the control cards
       01  WS-REPORTER-CONTROLS.
           05  WS-REPORTER-ID          PIC X(20) VALUE SPACES.
           05  WS-INNOVIS-ID           PIC X(5) VALUE SPACES.
           05  WS-EQUIFAX-ID           PIC X(10) VALUE SPACES.
           05  WS-EXPERIAN-ID          PIC X(5) VALUE SPACES.
           05  WS-TRANSUNION-ID        PIC X(10) VALUE SPACES.
           05  WS-REPORTER-NAME        PIC X(40) VALUE SPACES.
           05  WS-REPORTER-ADDRESS     PIC X(96) VALUE SPACES.
           05  WS-REPORTER-PHONE       PIC X(10) VALUE SPACES.
           05  WS-PROGRAM-DATE         PIC 9(8) VALUE ZEROS.
           05  WS-REVISION-DATE        PIC 9(8) VALUE ZEROS.

      * How our accounts are described to the bureaus - open
      * charge accounts, payable in full each cycle, individual
      * liability
       01  WS-ACCOUNT-PROFILE.
           05  WS-PORTFOLIO-TYPE       PIC X(1) VALUE 'O'.
           05  WS-ACCOUNT-TYPE         PIC X(2) VALUE '07'.
           05  WS-TERMS-DURATION       PIC X(3) VALUE '001'.
           05  WS-TERMS-FREQUENCY      PIC X(1) VALUE 'P'.
           05  WS-ECOA-CODE            PIC X(1) VALUE '1'.

      * A payment posted within this many days is reported as the
      * month's actual payment
       01  WS-PAYMENT-WINDOW-DAYS      PIC 9(3) VALUE 31.

       01  WS-WORK-AREAS.
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-RUN-TIME             PIC 9(6).
           05  WS-RUN-INTEGER          PIC S9(8) COMP.
           05  WS-DATE-IN              PIC 9(8).
           05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
               10  WS-DATE-IN-YEAR     PIC 9(4).
               10  WS-DATE-IN-MM       PIC 9(2).
               10  WS-DATE-IN-DD       PIC 9(2).
           05  WS-DATE-OUT             PIC 9(8).
           05  WS-DATE-OUT-R REDEFINES WS-DATE-OUT.
               10  WS-DATE-OUT-MM      PIC 9(2).
               10  WS-DATE-OUT-DD      PIC 9(2).
               10  WS-DATE-OUT-YEAR    PIC 9(4).
           05  WS-TIME-STAMP.
               10  WS-STAMP-DATE       PIC 9(8).
               10  WS-STAMP-TIME       PIC 9(6).
           05  WS-DELINQ-FROM-DATE     PIC 9(8).
           05  WS-DELINQ-DAYS          PIC S9(8) COMP.
           05  WS-FIRST-DELINQ-DATE    PIC 9(8).
           05  WS-CLOSED-DATE          PIC 9(8).
           05  WS-STATUS-CODE          PIC X(2).
           05  WS-PAYMENT-RATING       PIC X(1).
           05  WS-REPORT-BALANCE       PIC S9(9)V99 COMP-3.
           05  WS-PAST-DUE-AMT         PIC S9(9)V99 COMP-3.
           05  WS-CHARGE-OFF-AMT       PIC S9(9)V99 COMP-3.
           05  WS-HIGH-BALANCE         PIC S9(9)V99 COMP-3.
           05  WS-LAST-PAY-AMT         PIC S9(7)V99 COMP-3.
           05  WS-LAST-PAY-POSTED      PIC 9(8).
           05  WS-LAST-PAY-SEQ         PIC 9(6).
           05  WS-MONTH-SERIAL         PIC 9(6) COMP.
           05  WS-HIST-SERIAL          PIC 9(6) COMP.
           05  WS-HIST-SUB             PIC S9(4) COMP.
           05  WS-HIST-MONTH           PIC 9(6).
           05  WS-HIST-MONTH-R REDEFINES WS-HIST-MONTH.
               10  WS-HIST-YEAR        PIC 9(4).
               10  WS-HIST-MM          PIC 9(2).
           05  WS-PHONE-DIGITS.
               10  WS-PHONE-AREA       PIC X(3).
               10  WS-PHONE-EXCHANGE   PIC X(3).
               10  WS-PHONE-LINE       PIC X(4).
           05  WS-PHONE-NUMBER REDEFINES WS-PHONE-DIGITS
                                       PIC 9(10).
           05  WS-EXCEPTION-CODE       PIC X(4).
           05  WS-EXCEPTION-DESC       PIC X(40).

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-REPORTED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-PENDING-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-DISPUTED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-PHONE-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-11-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-13-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-64-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-71-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-78-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-80-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-82-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-83-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-84-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-STATUS-97-COUNT      PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZEROS.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(45)
               VALUE 'CREDIT BUREAU REPORTING - ACCOUNTS NOT SENT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(37) VALUE 'NAME'.
           05  FILLER                  PIC X(4) VALUE 'ST'.
           05  FILLER                  PIC X(6) VALUE 'CODE'.
           05  FILLER                  PIC X(75) VALUE 'REASON'.

       01  WS-EXCEPTION-DETAIL.
           05  WS-EXC-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-NAME             PIC X(35).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-STATUS           PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-EXC-CODE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-DESC             PIC X(40).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(36).
           05  WS-TOT-COUNT            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CUSTOMER
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TRAILER
           PERFORM 3500-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM 1040-LOAD-RUN-CARDS
           IF WS-REPORTER-ID = SPACES
               DISPLAY 'NO IDNUMBER CONTROL CARD - THE BUREAUS CANNOT'
               DISPLAY 'ACCEPT A FILE WITHOUT IT - NO FILE BUILT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1100-OPEN-SIDE-FILES
           OPEN OUTPUT BUREAU-FILE
           IF NOT WS-BUREAU-OK
               MOVE WS-BUREAU-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING BUREAU FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER
           MOVE WS-RUN-DATE TO WS-STAMP-DATE
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 2950-FORMAT-DATE
           MOVE WS-DATE-OUT TO WS-STAMP-DATE
           MOVE WS-RUN-TIME TO WS-STAMP-TIME
           PERFORM 1200-WRITE-HEADER-RECORD
           PERFORM 1150-READ-CUSTOMER.

       1030-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE AFTER ADVANCING PAGE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
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
               WHEN CONTROL-RECORD(1:9) = 'IDNUMBER='
                   MOVE CONTROL-RECORD(10:20) TO WS-REPORTER-ID
               WHEN CONTROL-RECORD(1:8) = 'INNOVIS='
                   MOVE CONTROL-RECORD(9:5) TO WS-INNOVIS-ID
               WHEN CONTROL-RECORD(1:8) = 'EQUIFAX='
                   MOVE CONTROL-RECORD(9:10) TO WS-EQUIFAX-ID
               WHEN CONTROL-RECORD(1:9) = 'EXPERIAN='
                   MOVE CONTROL-RECORD(10:5) TO WS-EXPERIAN-ID
               WHEN CONTROL-RECORD(1:11) = 'TRANSUNION='
                   MOVE CONTROL-RECORD(12:10) TO WS-TRANSUNION-ID
               WHEN CONTROL-RECORD(1:9) = 'REPORTER='
                   MOVE CONTROL-RECORD(10:40) TO WS-REPORTER-NAME
               WHEN CONTROL-RECORD(1:8) = 'ADDRESS='
                   MOVE CONTROL-RECORD(9:72) TO WS-REPORTER-ADDRESS
               WHEN CONTROL-RECORD(1:6) = 'PHONE='
                   MOVE CONTROL-RECORD(7:10) TO WS-REPORTER-PHONE
               WHEN CONTROL-RECORD(1:13) = 'PROGRAM-DATE='
                   IF CONTROL-RECORD(14:8) IS NUMERIC
                       MOVE CONTROL-RECORD(14:8) TO WS-PROGRAM-DATE
                   ELSE
                       DISPLAY 'BAD PROGRAM-DATE CARD IGNORED: '
                           CONTROL-RECORD(1:30)
                   END-IF
               WHEN CONTROL-RECORD(1:14) = 'REVISION-DATE='
                   IF CONTROL-RECORD(15:8) IS NUMERIC
                       MOVE CONTROL-RECORD(15:8) TO WS-REVISION-DATE
                   ELSE
                       DISPLAY 'BAD REVISION-DATE CARD IGNORED: '
                           CONTROL-RECORD(1:30)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-OPEN-SIDE-FILES.
      *    A missing side file reports every account without what it
      *    would have supplied, rather than holding the month back
           OPEN INPUT AGE-FILE
           IF WS-AGE-OK
               MOVE 'Y' TO WS-AGE-AVAIL-FLAG
           ELSE
               IF NOT WS-AGE-NO-FILE
                   MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO AGING FILE - EVERY ACCOUNT SENT CURRENT'
           END-IF
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CHARGE-OFF-OK
               MOVE 'Y' TO WS-CHARGE-OFF-AVAIL-FLAG
           ELSE
               IF NOT WS-CHARGE-OFF-NO-FILE
                   MOVE WS-CHARGE-OFF-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CHARGE-OFF FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-OK
               MOVE 'Y' TO WS-DISPUTE-AVAIL-FLAG
           ELSE
               IF NOT WS-DISPUTE-NO-FILE
                   MOVE WS-DISPUTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DISPUTE FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
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
           END-IF
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-OK
               MOVE 'Y' TO WS-SNAPSHOT-AVAIL-FLAG
           ELSE
               IF NOT WS-SNAPSHOT-NO-FILE
                   MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING SNAPSHOT FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               DISPLAY 'NO MONTH-END SNAPSHOTS - NO PAYMENT HISTORY'
           END-IF.

       1150-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1200-WRITE-HEADER-RECORD.
           MOVE SPACES TO M2-HEADER-RECORD
           MOVE '0426' TO M2H-RDW
           MOVE 'HEADER' TO M2H-RECORD-ID
           MOVE WS-INNOVIS-ID TO M2H-INNOVIS-ID
           MOVE WS-EQUIFAX-ID TO M2H-EQUIFAX-ID
           MOVE WS-EXPERIAN-ID TO M2H-EXPERIAN-ID
           MOVE WS-TRANSUNION-ID TO M2H-TRANSUNION-ID
           MOVE WS-STAMP-DATE TO M2H-ACTIVITY-DATE
           MOVE WS-STAMP-DATE TO M2H-DATE-CREATED
           MOVE WS-PROGRAM-DATE TO M2H-PROGRAM-DATE
           MOVE WS-REVISION-DATE TO M2H-REVISION-DATE
           MOVE WS-REPORTER-NAME TO M2H-REPORTER-NAME
           MOVE WS-REPORTER-ADDRESS TO M2H-REPORTER-ADDRESS
           MOVE WS-REPORTER-PHONE TO M2H-REPORTER-PHONE
           MOVE 'CUSTBURO' TO M2H-SOFTWARE-NAME
           MOVE '01' TO M2H-SOFTWARE-VERSION
           WRITE M2-HEADER-RECORD.

      *****************************************************************
      * One customer - report it, or say why it cannot be             *
      *****************************************************************
       2000-PROCESS-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           IF CUST-STATUS = 'P'
      *        An application never opened has no tradeline
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               PERFORM 2100-CHECK-REPORTABLE
               IF WS-REPORTABLE
                   PERFORM 2200-BUILD-BASE-SEGMENT
                   WRITE M2-BASE-SEGMENT
                   ADD 1 TO WS-REPORTED-COUNT
               ELSE
                   PERFORM 2900-LIST-EXCEPTION
               END-IF
           END-IF
           PERFORM 1150-READ-CUSTOMER.

       2100-CHECK-REPORTABLE.
      *    The bureaus match on name and address - the same name,
      *    state and ZIP edits every writer of the master applies
      *    (CUSTEDIT runs them ahead of its phone, email and other
      *    edits, which do not matter here), plus a street and city
           SET WS-REPORTABLE TO TRUE
           MOVE SPACES TO WS-EXCEPTION-CODE
           MOVE SPACES TO WS-EXCEPTION-DESC
           CALL 'CUSTEDIT' USING CUSTOMER-RECORD
                                 EDIT-RESULT
           EVALUATE TRUE
               WHEN EDIT-REASON-CODE = 'INVN' OR 'INVT' OR 'INVZ'
                   SET WS-NOT-REPORTABLE TO TRUE
                   MOVE EDIT-REASON-CODE TO WS-EXCEPTION-CODE
                   MOVE EDIT-REASON-DESC TO WS-EXCEPTION-DESC
               WHEN CUST-STREET = SPACES
               OR CUST-CITY = SPACES
                   SET WS-NOT-REPORTABLE TO TRUE
                   MOVE 'ADDR' TO WS-EXCEPTION-CODE
                   MOVE 'STREET OR CITY MISSING' TO WS-EXCEPTION-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REPORTABLE AND CUST-STATUS = 'W'
               PERFORM 2150-READ-CHARGE-OFF
           END-IF.

       2150-READ-CHARGE-OFF.
      *    A charged-off account is reported from what was written
      *    off - without the record there is nothing true to send
           IF WS-CHARGE-OFFS-AVAILABLE
               MOVE CUST-ID TO CHG-CUST-ID
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       SET WS-NOT-REPORTABLE TO TRUE
               END-READ
           ELSE
               SET WS-NOT-REPORTABLE TO TRUE
           END-IF
           IF WS-NOT-REPORTABLE
               MOVE 'CHGO' TO WS-EXCEPTION-CODE
               MOVE 'CHARGED OFF WITH NO CHARGE-OFF RECORD'
                   TO WS-EXCEPTION-DESC
           END-IF.

       2200-BUILD-BASE-SEGMENT.
           MOVE SPACES TO M2-BASE-SEGMENT
           MOVE '0426' TO M2B-RDW
           MOVE '1' TO M2B-PROCESSING-IND
           MOVE WS-TIME-STAMP TO M2B-TIME-STAMP
           MOVE '0' TO M2B-CORRECTION-IND
           MOVE WS-REPORTER-ID TO M2B-IDENTIFICATION-NUM
           MOVE CUST-ID TO M2B-ACCOUNT-NUMBER
           MOVE WS-PORTFOLIO-TYPE TO M2B-PORTFOLIO-TYPE
           MOVE WS-ACCOUNT-TYPE TO M2B-ACCOUNT-TYPE
      *    The master carries no date the account was opened
           MOVE ZEROS TO M2B-DATE-OPENED
           IF CUST-CREDIT-LIMIT > ZERO
               COMPUTE M2B-CREDIT-LIMIT ROUNDED = CUST-CREDIT-LIMIT
           ELSE
               MOVE ZEROS TO M2B-CREDIT-LIMIT
           END-IF
           MOVE WS-TERMS-DURATION TO M2B-TERMS-DURATION
           MOVE WS-TERMS-FREQUENCY TO M2B-TERMS-FREQUENCY
           MOVE ZEROS TO M2B-SCHEDULED-PAYMENT
           PERFORM 2300-READ-AGING
           PERFORM 2500-SET-ACCOUNT-STATUS
           MOVE WS-STATUS-CODE TO M2B-ACCOUNT-STATUS
           MOVE WS-PAYMENT-RATING TO M2B-PAYMENT-RATING
           PERFORM 2850-COUNT-STATUS
           PERFORM 2600-BUILD-PAYMENT-HISTORY
           COMPUTE M2B-HIGHEST-CREDIT ROUNDED = WS-HIGH-BALANCE
           PERFORM 2700-CHECK-DISPUTES
           IF WS-DISPUTED
               MOVE 'XB' TO M2B-COMPLIANCE-CODE
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF
           COMPUTE M2B-CURRENT-BALANCE ROUNDED = WS-REPORT-BALANCE
           COMPUTE M2B-AMOUNT-PAST-DUE ROUNDED = WS-PAST-DUE-AMT
           COMPUTE M2B-CHARGE-OFF-AMOUNT ROUNDED = WS-CHARGE-OFF-AMT
           MOVE WS-STAMP-DATE TO M2B-ACCOUNT-INFO-DATE
           MOVE WS-FIRST-DELINQ-DATE TO WS-DATE-IN
           PERFORM 2950-FORMAT-DATE
           MOVE WS-DATE-OUT TO M2B-FIRST-DELINQUENCY
           MOVE WS-CLOSED-DATE TO WS-DATE-IN
           PERFORM 2950-FORMAT-DATE
           MOVE WS-DATE-OUT TO M2B-DATE-CLOSED
           PERFORM 2400-FIND-LAST-PAYMENT
           MOVE WS-LAST-PAY-POSTED TO WS-DATE-IN
           PERFORM 2950-FORMAT-DATE
           MOVE WS-DATE-OUT TO M2B-LAST-PAYMENT-DATE
           MOVE ZEROS TO M2B-ACTUAL-PAYMENT
           IF WS-LAST-PAY-POSTED > ZEROS
               IF WS-RUN-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-LAST-PAY-POSTED)
                   NOT > WS-PAYMENT-WINDOW-DAYS
                   COMPUTE M2B-ACTUAL-PAYMENT ROUNDED =
                       WS-LAST-PAY-AMT
               END-IF
           END-IF
           PERFORM 2800-MOVE-CONSUMER.

       2300-READ-AGING.
           SET WS-AGE-NOT-ON-FILE TO TRUE
           IF WS-AGING-AVAILABLE
               MOVE CUST-ID TO AGE-CUST-ID
               READ AGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-AGE-FOUND TO TRUE
               END-READ
           END-IF.

       2400-FIND-LAST-PAYMENT.
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
                   PERFORM 2420-READ-NEXT-APPLICATION
                   PERFORM 2410-CHECK-APPLICATION
                       UNTIL WS-BROWSE-EOF
               END-IF
           END-IF.

       2410-CHECK-APPLICATION.
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
               PERFORM 2420-READ-NEXT-APPLICATION
           END-IF.

       2420-READ-NEXT-APPLICATION.
           READ CASH-APP-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2500-SET-ACCOUNT-STATUS.
           MOVE ZEROS TO WS-PAST-DUE-AMT
           MOVE ZEROS TO WS-CHARGE-OFF-AMT
           MOVE ZEROS TO WS-FIRST-DELINQ-DATE
           MOVE ZEROS TO WS-CLOSED-DATE
           MOVE ZEROS TO WS-DELINQ-DAYS
           MOVE SPACE TO WS-PAYMENT-RATING
           IF CUST-STATUS = 'W'
               PERFORM 2520-RATE-CHARGE-OFF
           ELSE
               MOVE CUST-BALANCE TO WS-REPORT-BALANCE
               IF WS-REPORT-BALANCE < ZERO
                   MOVE ZEROS TO WS-REPORT-BALANCE
               END-IF
               PERFORM 2510-RATE-AGING
               IF CUST-STATUS = 'C'
                   MOVE CUST-LAST-UPDATE TO WS-CLOSED-DATE
                   IF WS-REPORT-BALANCE = ZERO
                       MOVE '13' TO WS-STATUS-CODE
                       MOVE '0' TO WS-PAYMENT-RATING
                   END-IF
               END-IF
           END-IF
           IF WS-DELINQ-DAYS > ZERO
               PERFORM 2550-DATE-FIRST-DELINQUENCY
           END-IF.

       2510-RATE-AGING.
      *    The oldest bucket holding dollars is how late the account
      *    is; dollars past 120 days are dated by the day they
      *    entered the bottom bucket
           MOVE '11' TO WS-STATUS-CODE
           IF WS-AGE-FOUND AND WS-REPORT-BALANCE > ZERO
               COMPUTE WS-PAST-DUE-AMT = AGE-30-AMT + AGE-60-AMT
                   + AGE-90-AMT + AGE-120-AMT
               IF WS-PAST-DUE-AMT < ZERO
                   MOVE ZEROS TO WS-PAST-DUE-AMT
               END-IF
               IF WS-PAST-DUE-AMT > WS-REPORT-BALANCE
                   MOVE WS-REPORT-BALANCE TO WS-PAST-DUE-AMT
               END-IF
               MOVE WS-RUN-DATE TO WS-DELINQ-FROM-DATE
               EVALUATE TRUE
                   WHEN AGE-120-AMT > ZERO
                       MOVE 120 TO WS-DELINQ-DAYS
                       IF AGE-120-SINCE-DATE IS NUMERIC
                       AND AGE-120-SINCE-DATE > ZEROS
                       AND AGE-120-SINCE-DATE NOT > WS-RUN-DATE
                           COMPUTE WS-DELINQ-DAYS = 120 +
                               WS-RUN-INTEGER - FUNCTION
                               INTEGER-OF-DATE(AGE-120-SINCE-DATE)
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-DELINQ-DAYS < 150
                               MOVE '82' TO WS-STATUS-CODE
                           WHEN WS-DELINQ-DAYS < 180
                               MOVE '83' TO WS-STATUS-CODE
                           WHEN OTHER
                               MOVE '84' TO WS-STATUS-CODE
                       END-EVALUATE
                   WHEN AGE-90-AMT > ZERO
                       MOVE '80' TO WS-STATUS-CODE
                       MOVE 90 TO WS-DELINQ-DAYS
                   WHEN AGE-60-AMT > ZERO
                       MOVE '78' TO WS-STATUS-CODE
                       MOVE 60 TO WS-DELINQ-DAYS
                   WHEN AGE-30-AMT > ZERO
                       MOVE '71' TO WS-STATUS-CODE
                       MOVE 30 TO WS-DELINQ-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2520-RATE-CHARGE-OFF.
      *    Reported from the charge-off record: what is still unpaid
      *    after recoveries, the amount written off, and a first
      *    delinquency dated back from the write-off
           COMPUTE WS-REPORT-BALANCE =
               CHG-AMOUNT - CHG-RECOVERED-AMT
           MOVE CHG-AMOUNT TO WS-CHARGE-OFF-AMT
           MOVE 'L' TO WS-PAYMENT-RATING
           MOVE CHG-DATE TO WS-CLOSED-DATE
           IF WS-REPORT-BALANCE > ZERO
               MOVE '97' TO WS-STATUS-CODE
               MOVE WS-REPORT-BALANCE TO WS-PAST-DUE-AMT
           ELSE
               MOVE '64' TO WS-STATUS-CODE
               MOVE ZEROS TO WS-REPORT-BALANCE
           END-IF
           MOVE CHG-DATE TO WS-DELINQ-FROM-DATE
           MOVE 120 TO WS-DELINQ-DAYS
           IF CHG-DAYS-IN-120 IS NUMERIC
               ADD CHG-DAYS-IN-120 TO WS-DELINQ-DAYS
           END-IF.

       2550-DATE-FIRST-DELINQUENCY.
           IF WS-DELINQ-FROM-DATE IS NUMERIC
           AND WS-DELINQ-FROM-DATE > ZEROS
               COMPUTE WS-FIRST-DELINQ-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DELINQ-FROM-DATE)
                   - WS-DELINQ-DAYS)
           END-IF.

       2600-BUILD-PAYMENT-HISTORY.
      *    One character per prior month off that month's snapshot.
      *    A month with no snapshot for the account is D; the months
      *    before the account's first snapshot are B.
           MOVE ALL 'B' TO M2B-PAYMENT-HISTORY
           MOVE WS-REPORT-BALANCE TO WS-HIGH-BALANCE
           IF WS-SNAPSHOTS-AVAILABLE
               COMPUTE WS-MONTH-SERIAL =
                   WS-RUN-YEAR * 12 + WS-RUN-MM - 1
               PERFORM 2610-RATE-HISTORY-MONTH
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > 24
               SET WS-HISTORY-GO TO TRUE
               PERFORM 2630-MARK-NO-HISTORY
                   VARYING WS-HIST-SUB FROM 24 BY -1
                   UNTIL WS-HIST-SUB < 1
                   OR WS-HISTORY-STOP
           END-IF.

       2610-RATE-HISTORY-MONTH.
           COMPUTE WS-HIST-SERIAL = WS-MONTH-SERIAL - WS-HIST-SUB
           DIVIDE WS-HIST-SERIAL BY 12
               GIVING WS-HIST-YEAR REMAINDER WS-HIST-MM
           ADD 1 TO WS-HIST-MM
           MOVE WS-HIST-MONTH TO SNP-CLOSE-MONTH
           MOVE CUST-ID TO SNP-CUST-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE 'D' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               NOT INVALID KEY
                   PERFORM 2620-RATE-SNAPSHOT
           END-READ.

       2620-RATE-SNAPSHOT.
           EVALUATE TRUE
               WHEN SNP-STATUS = 'W'
                   MOVE 'L' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN SNP-BALANCE NOT > ZERO
                   MOVE '0' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN SNP-AGE-120-AMT > ZERO
                   MOVE '4' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN SNP-AGE-90-AMT > ZERO
                   MOVE '3' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN SNP-AGE-60-AMT > ZERO
                   MOVE '2' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN SNP-AGE-30-AMT > ZERO
                   MOVE '1' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
               WHEN OTHER
                   MOVE '0' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
           END-EVALUATE
           IF SNP-BALANCE > WS-HIGH-BALANCE
               MOVE SNP-BALANCE TO WS-HIGH-BALANCE
           END-IF.

       2630-MARK-NO-HISTORY.
           IF M2B-HISTORY-MONTH(WS-HIST-SUB) = 'D'
               MOVE 'B' TO M2B-HISTORY-MONTH(WS-HIST-SUB)
           ELSE
               SET WS-HISTORY-STOP TO TRUE
           END-IF.

       2700-CHECK-DISPUTES.
           SET WS-NOT-DISPUTED TO TRUE
           IF WS-DISPUTES-AVAILABLE
               SET WS-BROWSE-NOT-EOF TO TRUE
               MOVE CUST-ID TO DSP-CUST-ID
               START DISPUTE-FILE KEY IS EQUAL TO DSP-CUST-ID
                   INVALID KEY SET WS-BROWSE-EOF TO TRUE
               END-START
               IF WS-BROWSE-NOT-EOF
                   PERFORM 2720-READ-NEXT-DISPUTE
                   PERFORM 2710-CHECK-DISPUTE
                       UNTIL WS-BROWSE-EOF
               END-IF
           END-IF.

       2710-CHECK-DISPUTE.
           IF DSP-CUST-ID NOT = CUST-ID
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF DSP-OPEN
                   SET WS-DISPUTED TO TRUE
                   SET WS-BROWSE-EOF TO TRUE
               ELSE
                   PERFORM 2720-READ-NEXT-DISPUTE
               END-IF
           END-IF.

       2720-READ-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-BROWSE-EOF TO TRUE
           END-READ.

       2800-MOVE-CONSUMER.
      *    The master carries no social security number or date of
      *    birth - the bureaus match on name, address and telephone
           MOVE CUST-LAST-NAME TO M2B-SURNAME
           MOVE CUST-FIRST-NAME TO M2B-FIRST-NAME
           MOVE ZEROS TO M2B-SSN
           MOVE ZEROS TO M2B-DATE-OF-BIRTH
           MOVE ZEROS TO M2B-TELEPHONE
           IF CUST-PHONE(1:3) IS NUMERIC
           AND CUST-PHONE(5:3) IS NUMERIC
           AND CUST-PHONE(9:4) IS NUMERIC
               MOVE CUST-PHONE(1:3) TO WS-PHONE-AREA
               MOVE CUST-PHONE(5:3) TO WS-PHONE-EXCHANGE
               MOVE CUST-PHONE(9:4) TO WS-PHONE-LINE
               MOVE WS-PHONE-NUMBER TO M2B-TELEPHONE
               ADD 1 TO WS-PHONE-COUNT
           END-IF
           MOVE WS-ECOA-CODE TO M2B-ECOA-CODE
           MOVE 'US' TO M2B-COUNTRY-CODE
           MOVE CUST-STREET TO M2B-ADDRESS-LINE-1
           MOVE CUST-CITY TO M2B-CITY
           MOVE CUST-STATE TO M2B-STATE
           MOVE CUST-ZIP(1:5) TO M2B-POSTAL-CODE
           IF CUST-ZIP(6:1) = '-'
           AND CUST-ZIP(7:4) IS NUMERIC
               MOVE CUST-ZIP(7:4) TO M2B-POSTAL-CODE(6:4)
           END-IF.

       2850-COUNT-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN '11'
                   ADD 1 TO WS-STATUS-11-COUNT
               WHEN '13'
                   ADD 1 TO WS-STATUS-13-COUNT
               WHEN '64'
                   ADD 1 TO WS-STATUS-64-COUNT
               WHEN '71'
                   ADD 1 TO WS-STATUS-71-COUNT
               WHEN '78'
                   ADD 1 TO WS-STATUS-78-COUNT
               WHEN '80'
                   ADD 1 TO WS-STATUS-80-COUNT
               WHEN '82'
                   ADD 1 TO WS-STATUS-82-COUNT
               WHEN '83'
                   ADD 1 TO WS-STATUS-83-COUNT
               WHEN '84'
                   ADD 1 TO WS-STATUS-84-COUNT
               WHEN '97'
                   ADD 1 TO WS-STATUS-97-COUNT
           END-EVALUATE.

       2900-LIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE CUST-ID TO WS-EXC-CUST-ID
           MOVE SPACES TO WS-EXC-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-EXC-NAME
           MOVE CUST-STATUS TO WS-EXC-STATUS
           MOVE WS-EXCEPTION-CODE TO WS-EXC-CODE
           MOVE WS-EXCEPTION-DESC TO WS-EXC-DESC
           MOVE WS-EXCEPTION-DETAIL TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       2950-FORMAT-DATE.
      *    yyyymmdd to the MMDDYYYY the format requires; an absent
      *    date goes out as zeros
           IF WS-DATE-IN IS NUMERIC AND WS-DATE-IN > ZEROS
               MOVE WS-DATE-IN-MM TO WS-DATE-OUT-MM
               MOVE WS-DATE-IN-DD TO WS-DATE-OUT-DD
               MOVE WS-DATE-IN-YEAR TO WS-DATE-OUT-YEAR
           ELSE
               MOVE ZEROS TO WS-DATE-OUT
           END-IF.

       3000-WRITE-TRAILER.
           MOVE SPACES TO M2-TRAILER-RECORD
           MOVE '0426' TO M2T-RDW
           MOVE 'TRAILER' TO M2T-RECORD-ID
           MOVE WS-REPORTED-COUNT TO M2T-TOTAL-BASE
           MOVE ZEROS TO M2T-TOTAL-STATUS-DF
           MOVE ZEROS TO M2T-TOTAL-J1
           MOVE ZEROS TO M2T-TOTAL-J2
           MOVE ZEROS TO M2T-BLOCK-COUNT
           MOVE ZEROS TO M2T-TOTAL-STATUS-DA
           MOVE ZEROS TO M2T-TOTAL-STATUS-05
           MOVE WS-STATUS-11-COUNT TO M2T-TOTAL-STATUS-11
           MOVE WS-STATUS-13-COUNT TO M2T-TOTAL-STATUS-13
           MOVE WS-STATUS-64-COUNT TO M2T-TOTAL-STATUS-64
           MOVE WS-STATUS-71-COUNT TO M2T-TOTAL-STATUS-71
           MOVE WS-STATUS-78-COUNT TO M2T-TOTAL-STATUS-78
           MOVE WS-STATUS-80-COUNT TO M2T-TOTAL-STATUS-80
           MOVE WS-STATUS-82-COUNT TO M2T-TOTAL-STATUS-82
           MOVE WS-STATUS-83-COUNT TO M2T-TOTAL-STATUS-83
           MOVE WS-STATUS-84-COUNT TO M2T-TOTAL-STATUS-84
           MOVE WS-STATUS-97-COUNT TO M2T-TOTAL-STATUS-97
           MOVE ZEROS TO M2T-TOTAL-ECOA-Z
           MOVE ZEROS TO M2T-TOTAL-K1
           MOVE ZEROS TO M2T-TOTAL-K2
           MOVE ZEROS TO M2T-TOTAL-K3
           MOVE ZEROS TO M2T-TOTAL-K4
           MOVE ZEROS TO M2T-TOTAL-L1
           MOVE ZEROS TO M2T-TOTAL-N1
           MOVE ZEROS TO M2T-TOTAL-SSN
           MOVE ZEROS TO M2T-TOTAL-DOB
           MOVE WS-PHONE-COUNT TO M2T-TOTAL-TELEPHONE
           WRITE M2-TRAILER-RECORD.

       3500-PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE 'CUSTOMERS READ' TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE 'ACCOUNTS REPORTED' TO WS-TOT-LABEL
           MOVE WS-REPORTED-COUNT TO WS-TOT-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE '  REPORTED DISPUTED (XB)' TO WS-TOT-LABEL
           MOVE WS-DISPUTED-COUNT TO WS-TOT-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE '  REPORTED PAST DUE (71-84)' TO WS-TOT-LABEL
           COMPUTE WS-TOT-COUNT = WS-STATUS-71-COUNT
               + WS-STATUS-78-COUNT + WS-STATUS-80-COUNT
               + WS-STATUS-82-COUNT + WS-STATUS-83-COUNT
               + WS-STATUS-84-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE '  REPORTED CHARGED OFF (97/64)' TO WS-TOT-LABEL
           COMPUTE WS-TOT-COUNT =
               WS-STATUS-97-COUNT + WS-STATUS-64-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE 'PENDING - NOT REPORTABLE' TO WS-TOT-LABEL
           MOVE WS-PENDING-COUNT TO WS-TOT-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE
           MOVE 'EXCEPTIONS - HELD OUT OF THE FILE' TO WS-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TOT-COUNT
           PERFORM 3550-PRINT-TOTAL-LINE.

       3550-PRINT-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
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
           CLOSE CUSTOMER-FILE
           IF WS-AGING-AVAILABLE
               CLOSE AGE-FILE
           END-IF
           IF WS-CHARGE-OFFS-AVAILABLE
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF WS-DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-CASH-APPS-AVAILABLE
               CLOSE CASH-APP-FILE
           END-IF
           IF WS-SNAPSHOTS-AVAILABLE
               CLOSE SNAPSHOT-FILE
           END-IF
           CLOSE BUREAU-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CREDIT BUREAU FILE COMPLETE - ACCOUNTS REPORTED: '
               WS-REPORTED-COUNT '  EXCEPTIONS: ' WS-EXCEPTION-COUNT.
