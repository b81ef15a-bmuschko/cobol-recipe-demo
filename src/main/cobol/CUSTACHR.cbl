       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACHR.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTACHR - Autopay ACH Return Processing Program              *
      * Reads the return file the bank sends back for autopay debits  *
      * CUSTACH originated. Each returned entry is followed by a      *
      * return addenda carrying the bank's reason code and the trace  *
      * number of the debit we sent; the trace number finds the       *
      * debit on the ACH log, and the return is written out as a      *
      * payment reversal in CUSTTRAN layout, naming the date and      *
      * amount of the payment CUSTACH wrote, so CUSTPOST backs the    *
      * payment out - with its NSF fee and the invoices the payment   *
      * had paid reopened - exactly as it does for a returned check.  *
      * The log entry is marked returned with the reason code so the  *
      * same return can never be reversed twice, and the return is    *
      * counted on the customer's enrollment. The enrollment is       *
      * suspended at once for a return that says the account cannot   *
      * be debited again (closed, no such account, invalid account,   *
      * not authorized, revoked, frozen), and otherwise once returns  *
      * since it was last made active reach the SUSPEND-AFTER=nn      *
      * card's count (2 by default). A return whose trace number is   *
      * not on the log, was already returned, or does not agree       *
      * with the amount we sent is rejected to the register for       *
      * research instead of being reversed.                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO ACHRTN
               FILE STATUS IS WS-ACH-RTN-STATUS.
           SELECT ACH-LOG-FILE ASSIGN TO ACHLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACL-TRACE-NUMBER
               ALTERNATE RECORD KEY IS ACL-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACH-LOG-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO APYFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APY-CUST-ID
               FILE STATUS IS WS-AUTOPAY-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The bank's return file - NACHA layout
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY NACHA.

      * Every debit CUSTACH sent, by trace number
       FD  ACH-LOG-FILE.
       COPY ACHLOG.

      * Autopay enrollments - returns are counted here
       FD  AUTOPAY-FILE.
       COPY AUTOPAY.

      * Reversals for CUSTPOST - appended to any transactions
      * already waiting for tonight's posting
       FD  TRAN-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTTRAN.

      * ACH return register
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - SUSPEND-AFTER=nn. A missing file runs
      * the default policy.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-ACH-RTN-STATUS           PIC XX.
           88  WS-ACH-RTN-OK           VALUE '00'.

       01  WS-ACH-LOG-STATUS           PIC XX.
           88  WS-ACH-LOG-OK           VALUE '00'.
           88  WS-ACH-LOG-NOT-FOUND    VALUE '23'.
           88  WS-ACH-LOG-NO-FILE      VALUE '35'.

       01  WS-AUTOPAY-STATUS           PIC XX.
           88  WS-AUTOPAY-OK           VALUE '00'.
           88  WS-AUTOPAY-NOT-FOUND    VALUE '23'.
           88  WS-AUTOPAY-NO-FILE      VALUE '35'.

       01  WS-TRAN-OUT-STATUS          PIC XX.
           88  WS-TRAN-OUT-OK          VALUE '00'.
           88  WS-TRAN-OUT-NO-FILE     VALUE '35'.

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
      *    Set by an entry detail, cleared by the addenda that
      *    follows it
           05  WS-ENTRY-FLAG           PIC X(1) VALUE 'N'.
               88  WS-ENTRY-PENDING    VALUE 'Y'.
               88  WS-NO-ENTRY-PENDING VALUE 'N'.
           05  WS-SUSPEND-FLAG         PIC X(1).
               88  WS-SUSPEND-NOW      VALUE 'Y'.
               88  WS-KEEP-ACTIVE      VALUE 'N'.

      * Return reasons that mean the account can never be debited
      * again - the enrollment is suspended on the first of them
       01  WS-HARD-RETURN-DATA.
           05  FILLER                  PIC X(24)
               VALUE 'R02R03R04R05R07R10R16R29'.
       01  WS-HARD-RETURN-TABLE REDEFINES WS-HARD-RETURN-DATA.
           05  WS-HARD-RETURN-CODE     PIC X(3) OCCURS 8 TIMES
                                       INDEXED BY HRD-IDX.

      * Return policy - overridden by control card
       01  WS-POLICY-CONTROLS.
           05  WS-POLICY-SUSPEND-AFTER PIC 9(2) VALUE 2.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-ENTRY-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-ENTRY-TRACE          PIC 9(15).

       01  WS-COUNTERS.
           05  WS-RECORD-READ-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-RETURN-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-REVERSED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-REVERSED-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-SUSPENDED-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-REJECT-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-REJECT-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOPAY ACH RETURN REGISTER'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-POLICY-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'POLICY: SUSPEND AFTER RETURNS '.
           05  WS-RPT-POLICY-COUNT     PIC Z9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(17) VALUE 'TRACE NUMBER'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(6) VALUE 'CODE'.
           05  FILLER                  PIC X(14) VALUE '        AMOUNT'.
           05  FILLER                  PIC X(12) VALUE 'DEBIT DATE'.
           05  FILLER                  PIC X(8) VALUE 'RETURNS'.
           05  FILLER                  PIC X(65) VALUE 'ACTION'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-TRACE            PIC 9(15).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CUST-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-RETURN-CODE      PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-DEBIT-DATE       PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-RETURNS          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-ACTION           PIC X(40).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-EDIT-DATE                PIC 9999/99/99.

       01  WS-REPORT-TOTAL-1.
           05  FILLER                  PIC X(15)
               VALUE 'RETURNS READ:'.
           05  WS-TOT-RETURNS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REVERSED:'.
           05  WS-TOT-REVERSED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-REVERSED-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REJECTED:'.
           05  WS-TOT-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TOT-REJECT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(23)
               VALUE 'ENROLLMENTS SUSPENDED:'.
           05  WS-TOT-SUSPENDED        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURN-RECORD
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT ACH-RETURN-FILE
           IF NOT WS-ACH-RTN-OK
               MOVE WS-ACH-RTN-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ACH RETURN FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    With no log there is nothing a return could match -
      *    that is an operations error, not an empty night
           OPEN I-O ACH-LOG-FILE
           IF NOT WS-ACH-LOG-OK
               MOVE WS-ACH-LOG-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ACH LOG FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O AUTOPAY-FILE
           IF NOT WS-AUTOPAY-OK
               MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AUTOPAY FILE' TO WS-ERROR-MESSAGE
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
           MOVE WS-POLICY-SUSPEND-AFTER TO WS-RPT-POLICY-COUNT
           MOVE WS-POLICY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE
           PERFORM 1100-READ-RETURN-RECORD.

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
               WHEN CONTROL-RECORD(1:14) = 'SUSPEND-AFTER='
                   IF CONTROL-RECORD(15:2) IS NUMERIC
                   AND CONTROL-RECORD(15:2) NOT = '00'
                       MOVE CONTROL-RECORD(15:2)
                           TO WS-POLICY-SUSPEND-AFTER
                   ELSE
                       DISPLAY 'BAD SUSPEND-AFTER CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1100-READ-RETURN-RECORD.
           READ ACH-RETURN-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-RECORD-READ-COUNT
           END-IF.

       2000-PROCESS-RETURN-RECORD.
      *    Only the entries and their return addenda matter - the
      *    headers, controls and block padding pass by
           EVALUATE NED-RECORD-TYPE
               WHEN '6'
                   IF WS-ENTRY-PENDING
                       PERFORM 2100-REJECT-NO-ADDENDA
                   END-IF
                   ADD 1 TO WS-RETURN-COUNT
                   MOVE NED-AMOUNT TO WS-ENTRY-AMOUNT
                   MOVE NED-TRACE-NUMBER TO WS-ENTRY-TRACE
                   SET WS-ENTRY-PENDING TO TRUE
               WHEN '7'
                   IF WS-ENTRY-PENDING
                   AND NRA-ADDENDA-TYPE = '99'
                       SET WS-NO-ENTRY-PENDING TO TRUE
                       PERFORM 2200-PROCESS-RETURN
                   END-IF
               WHEN OTHER
                   IF WS-ENTRY-PENDING
                       PERFORM 2100-REJECT-NO-ADDENDA
                   END-IF
           END-EVALUATE
           PERFORM 1100-READ-RETURN-RECORD.

       2100-REJECT-NO-ADDENDA.
      *    Without its addenda a returned entry names neither the
      *    reason nor the debit it returns
           SET WS-NO-ENTRY-PENDING TO TRUE
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE WS-ENTRY-TRACE TO WS-RPT-TRACE
           MOVE WS-ENTRY-AMOUNT TO WS-RPT-AMOUNT
           MOVE 'REJECTED - NO RETURN ADDENDA' TO WS-RPT-ACTION
           PERFORM 2900-COUNT-REJECT.

       2200-PROCESS-RETURN.
           MOVE SPACES TO WS-REPORT-DETAIL
           MOVE NRA-ORIGINAL-TRACE TO WS-RPT-TRACE
           MOVE NRA-RETURN-CODE TO WS-RPT-RETURN-CODE
           MOVE WS-ENTRY-AMOUNT TO WS-RPT-AMOUNT
           MOVE NRA-ORIGINAL-TRACE TO ACL-TRACE-NUMBER
           READ ACH-LOG-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-ACH-LOG-NOT-FOUND
                   MOVE 'REJECTED - TRACE NOT ON ACH LOG'
                       TO WS-RPT-ACTION
                   PERFORM 2900-COUNT-REJECT
               WHEN ACL-RETURNED
                   MOVE ACL-CUST-ID TO WS-RPT-CUST-ID
                   MOVE 'REJECTED - ALREADY RETURNED'
                       TO WS-RPT-ACTION
                   PERFORM 2900-COUNT-REJECT
               WHEN ACL-AMOUNT NOT = WS-ENTRY-AMOUNT
                   MOVE ACL-CUST-ID TO WS-RPT-CUST-ID
                   MOVE 'REJECTED - AMOUNT DIFFERS FROM DEBIT'
                       TO WS-RPT-ACTION
                   PERFORM 2900-COUNT-REJECT
               WHEN OTHER
                   PERFORM 2300-REVERSE-DEBIT
           END-EVALUATE.

       2300-REVERSE-DEBIT.
           MOVE ACL-CUST-ID TO WS-RPT-CUST-ID
           MOVE ACL-PAY-DATE TO WS-EDIT-DATE
           MOVE WS-EDIT-DATE TO WS-RPT-DEBIT-DATE
           PERFORM 2310-WRITE-REVERSAL
           SET ACL-RETURNED TO TRUE
           MOVE NRA-RETURN-CODE TO ACL-RETURN-CODE
           MOVE WS-RUN-DATE TO ACL-RETURN-DATE
           REWRITE ACH-LOG-RECORD
           IF NOT WS-ACH-LOG-OK
               MOVE WS-ACH-LOG-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR REWRITING ACH LOG RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           ADD ACL-AMOUNT TO WS-REVERSED-TOTAL
           MOVE 'PAYMENT REVERSED' TO WS-RPT-ACTION
           PERFORM 2400-COUNT-ON-ENROLLMENT
           PERFORM 2800-WRITE-REGISTER-LINE.

       2310-WRITE-REVERSAL.
      *    The reversal names the payment CUSTACH wrote so CUSTPOST
      *    can find the cash it applied and reopen those invoices
           MOVE SPACES TO TRAN-RECORD
           MOVE ACL-CUST-ID TO TRAN-CUST-ID
           MOVE 'R' TO TRAN-TYPE
           MOVE ACL-AMOUNT TO TRAN-AMOUNT
           MOVE WS-RUN-DATE TO TRAN-DATE
           MOVE ACL-PAY-DATE TO TRAN-ORIG-DATE
           MOVE ACL-AMOUNT TO TRAN-ORIG-AMOUNT
           MOVE ZEROS TO TRAN-INV-NUMBER
           WRITE TRAN-RECORD
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING REVERSAL TRANSACTION'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2400-COUNT-ON-ENROLLMENT.
           MOVE ACL-CUST-ID TO APY-CUST-ID
           READ AUTOPAY-FILE
               INVALID KEY
      *            Enrollment removed since the debit went out - the
      *            reversal still stands
                   MOVE 'PAYMENT REVERSED - NOT ENROLLED'
                       TO WS-RPT-ACTION
           END-READ
           IF WS-AUTOPAY-OK
               IF APY-RETURN-COUNT < 99
                   ADD 1 TO APY-RETURN-COUNT
               END-IF
               MOVE NRA-RETURN-CODE TO APY-LAST-RETURN-CODE
               MOVE WS-RUN-DATE TO APY-LAST-RETURN-DATE
               MOVE APY-RETURN-COUNT TO WS-RPT-RETURNS
               SET WS-KEEP-ACTIVE TO TRUE
               SET HRD-IDX TO 1
               SEARCH WS-HARD-RETURN-CODE
                   WHEN WS-HARD-RETURN-CODE(HRD-IDX)
                       = NRA-RETURN-CODE
                       SET WS-SUSPEND-NOW TO TRUE
               END-SEARCH
               IF APY-RETURN-COUNT NOT < WS-POLICY-SUSPEND-AFTER
                   SET WS-SUSPEND-NOW TO TRUE
               END-IF
               IF WS-SUSPEND-NOW
               AND APY-ACTIVE
                   SET APY-SUSPENDED TO TRUE
                   MOVE WS-RUN-DATE TO APY-STATUS-DATE
                   MOVE NRA-RETURN-CODE TO APY-STATUS-REASON
                   MOVE 'CUSTACHR' TO APY-OPERATOR-ID
                   ADD 1 TO WS-SUSPENDED-COUNT
                   MOVE 'PAYMENT REVERSED - AUTOPAY SUSPENDED'
                       TO WS-RPT-ACTION
               END-IF
               REWRITE AUTOPAY-RECORD
               IF NOT WS-AUTOPAY-OK
                   MOVE WS-AUTOPAY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING AUTOPAY RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       2800-WRITE-REGISTER-LINE.
           PERFORM 2810-CHECK-PAGE-BREAK
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       2810-CHECK-PAGE-BREAK.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2900-COUNT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-REJECT-TOTAL
           PERFORM 2800-WRITE-REGISTER-LINE.

       3000-WRITE-TOTALS.
      *    An entry left waiting at end of file never got its addenda
           IF WS-ENTRY-PENDING
               PERFORM 2100-REJECT-NO-ADDENDA
           END-IF
           MOVE WS-RETURN-COUNT TO WS-TOT-RETURNS
           MOVE WS-REVERSED-COUNT TO WS-TOT-REVERSED
           MOVE WS-REVERSED-TOTAL TO WS-TOT-REVERSED-AMT
           MOVE WS-REJECT-COUNT TO WS-TOT-REJECTED
           MOVE WS-REJECT-TOTAL TO WS-TOT-REJECT-AMT
           MOVE WS-SUSPENDED-COUNT TO WS-TOT-SUSPENDED
           MOVE WS-REPORT-TOTAL-1 TO REPORT-LINE
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
           CLOSE ACH-RETURN-FILE
           CLOSE ACH-LOG-FILE
           CLOSE AUTOPAY-FILE
           CLOSE TRAN-OUT-FILE
           CLOSE REPORT-FILE
           DISPLAY 'AUTOPAY ACH RETURN RUN COMPLETE'.
