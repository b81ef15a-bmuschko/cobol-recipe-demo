       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDHOLD.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ORDHOLD - Orders Held for Credit Review Report                 *
      * The credit desk's work list. Reads the order master and       *
      * lists every order ORDENTRY held for credit (status 'H') -    *
      * keyed as accepted but over the customer's open-to-buy, or    *
      * from a customer in a blocked risk grade or dunning level.    *
      * Each line shows the customer, when the order was held and    *
      * for how many days, what the customer will owe for it with   *
      * tax, the open-to-buy when it was held, the customer's risk  *
      * grade tonight and the reason, with counts and the held      *
      * amount by reason at the end. Held orders are released or    *
      * declined through ORDENTRY's credit review function; ORDPOST *
      * posts none of them until they are released.                  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE ASSIGN TO ORDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDER-ID
               ALTERNATE RECORD KEY IS ORDER-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RISK-FILE ASSIGN TO RISKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FILE.
       COPY ORDER.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  RISK-FILE.
       COPY RISKGRD.

      * Held-orders review list
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-ORDER-STATUS             PIC XX.
           88  WS-ORDER-OK             VALUE '00'.

       01  WS-RISK-STATUS              PIC XX.
           88  WS-RISK-OK              VALUE '00'.
           88  WS-RISK-NO-FILE         VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
      *    No risk file before the first CUSTRISK run - the grade
      *    column is left blank
           05  WS-RISK-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-GRADES-AVAILABLE VALUE 'Y'.
               88  WS-NO-RISK-FILE     VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-ORDER-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-DAYS-HELD            PIC S9(5) COMP-3.

       01  WS-COUNTERS.
           05  WS-ORDER-READ-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-HELD-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-OTB-COUNT            PIC 9(8) VALUE ZEROS.
           05  WS-OTB-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GRADE-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-GRADE-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-DUNNING-COUNT        PIC 9(8) VALUE ZEROS.
           05  WS-DUNNING-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'ORDERS HELD FOR CREDIT REVIEW'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(10) VALUE 'ORDER ID'.
           05  FILLER                  PIC X(10) VALUE 'CUST ID'.
           05  FILLER                  PIC X(22) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(12) VALUE 'HELD ON'.
           05  FILLER                  PIC X(6) VALUE 'DAYS'.
           05  FILLER                  PIC X(13) VALUE '     AMOUNT'.
           05  FILLER                  PIC X(17)
               VALUE '  OTB WHEN HELD'.
           05  FILLER                  PIC X(4) VALUE 'GRD'.
           05  FILLER                  PIC X(24) VALUE 'REASON'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ORDER-ID         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-HOLD-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-OTB              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-GRADE            PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(24).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-REASON-TOTAL-LINE.
           05  WS-RSN-CAPTION          PIC X(30).
           05  WS-RSN-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-RSN-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(13) VALUE 'ORDERS READ:'.
           05  WS-RUN-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(112) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-READ-ORDER
           PERFORM 2000-PROCESS-ORDERS
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT ORDER-FILE
           IF NOT WS-ORDER-OK
               MOVE WS-ORDER-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ORDER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN INPUT RISK-FILE
           IF WS-RISK-NO-FILE
               SET WS-NO-RISK-FILE TO TRUE
           ELSE
               IF NOT WS-RISK-OK
                   MOVE WS-RISK-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RISK GRADE FILE'
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
           PERFORM 1030-WRITE-PAGE-HEADER.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1100-READ-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-ORDER-READ-COUNT
           END-IF.

       2000-PROCESS-ORDERS.
           IF ORDER-STATUS = 'H'
               PERFORM 2100-LIST-HELD-ORDER
           END-IF
           PERFORM 1100-READ-ORDER.

       2100-LIST-HELD-ORDER.
           IF ORDER-TAX-AMT IS NUMERIC
               COMPUTE WS-ORDER-AMOUNT = ORDER-TOTAL + ORDER-TAX-AMT
           ELSE
               MOVE ORDER-TOTAL TO WS-ORDER-AMOUNT
           END-IF
           MOVE ORDER-ID TO WS-DTL-ORDER-ID
           MOVE ORDER-CUST-ID TO WS-DTL-CUST-ID
           MOVE ORDER-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON FILE **' TO WS-DTL-NAME
               NOT INVALID KEY
                   MOVE CUST-LAST-NAME TO WS-DTL-NAME
           END-READ
           MOVE ORDER-HOLD-DATE TO WS-DTL-HOLD-DATE
           MOVE ZEROS TO WS-DAYS-HELD
           IF ORDER-HOLD-DATE IS NUMERIC
           AND ORDER-HOLD-DATE > ZEROS
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(ORDER-HOLD-DATE)
           END-IF
           MOVE WS-DAYS-HELD TO WS-DTL-DAYS
           MOVE WS-ORDER-AMOUNT TO WS-DTL-AMOUNT
           MOVE ORDER-HOLD-OTB TO WS-DTL-OTB
           PERFORM 2110-LOOK-UP-GRADE
           EVALUATE ORDER-HOLD-REASON
               WHEN 'OTB '
                   MOVE 'OVER OPEN-TO-BUY' TO WS-DTL-REASON
                   ADD 1 TO WS-OTB-COUNT
                   ADD WS-ORDER-AMOUNT TO WS-OTB-AMOUNT
               WHEN 'GRDE'
                   MOVE 'RISK GRADE BLOCKED' TO WS-DTL-REASON
                   ADD 1 TO WS-GRADE-COUNT
                   ADD WS-ORDER-AMOUNT TO WS-GRADE-AMOUNT
               WHEN 'DUNL'
                   MOVE 'DUNNING LEVEL BLOCKED' TO WS-DTL-REASON
                   ADD 1 TO WS-DUNNING-COUNT
                   ADD WS-ORDER-AMOUNT TO WS-DUNNING-AMOUNT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-DTL-REASON
           END-EVALUATE
           ADD 1 TO WS-HELD-COUNT
           ADD WS-ORDER-AMOUNT TO WS-HELD-AMOUNT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 2900-WRITE-REPORT-LINE.

       2110-LOOK-UP-GRADE.
           MOVE SPACE TO WS-DTL-GRADE
           IF WS-GRADES-AVAILABLE
               MOVE ORDER-CUST-ID TO RSK-CUST-ID
               READ RISK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RSK-GRADE TO WS-DTL-GRADE
               END-READ
           END-IF.

       2900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'OVER OPEN-TO-BUY:' TO WS-RSN-CAPTION
           MOVE WS-OTB-COUNT TO WS-RSN-COUNT
           MOVE WS-OTB-AMOUNT TO WS-RSN-AMOUNT
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RISK GRADE BLOCKED:' TO WS-RSN-CAPTION
           MOVE WS-GRADE-COUNT TO WS-RSN-COUNT
           MOVE WS-GRADE-AMOUNT TO WS-RSN-AMOUNT
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DUNNING LEVEL BLOCKED:' TO WS-RSN-CAPTION
           MOVE WS-DUNNING-COUNT TO WS-RSN-COUNT
           MOVE WS-DUNNING-AMOUNT TO WS-RSN-AMOUNT
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL HELD FOR CREDIT:' TO WS-RSN-CAPTION
           MOVE WS-HELD-COUNT TO WS-RSN-COUNT
           MOVE WS-HELD-AMOUNT TO WS-RSN-AMOUNT
           MOVE WS-REASON-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ORDER-READ-COUNT TO WS-RUN-READ
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE
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
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           IF WS-GRADES-AVAILABLE
               CLOSE RISK-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'HELD ORDERS REVIEW REPORT COMPLETE'.
