       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGIN.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTAGIN - Collection Agency Activity Intake Program           *
      * Reads an activity file sent back by a collection agency and   *
      * checks every item against the placement file CUSTAGPL keeps: *
      * the account must have been placed, and placed with the       *
      * agency reporting it. A collection is written out in CUSTTRAN *
      * layout as a payment for CUSTPOST to post - for the net we    *
      * actually receive, the gross collected less the agency's      *
      * commission - and the gross, commission and net are added to  *
      * the placement so the placement register shows what each     *
      * account has brought in. Money the agency collects on a        *
      * charged-off account posts the same way and CUSTPOST books it *
      * as a recovery. Collections on an account recalled since the  *
      * agency's cut-off are still real money and are accepted. An    *
      * account the agency returns as uncollectable is closed on the  *
      * placement file. Anything else - an account not placed, the   *
      * wrong agency, amounts that do not add up - is rejected on the *
      * activity report for the collections desk rather than posted. *
      * The commission is reported on its own: every collection with *
      * what the agency kept, closing with a total per agency, so     *
      * finance can check the agency's invoice against it.            *
      * The agency's commission is also written for CUSTPOST as a     *
      * credit adjustment marked AGCM, so the customer is relieved of *
      * the whole gross the agency collected - a fully recovered      *
      * account comes to zero and drops out of dunning, finance       *
      * charges and bureau reporting, and CUSTAGPL recalls it as      *
      * paid. The GL books the credit to collection commission        *
      * expense.                                                      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-ACTIVITY-FILE ASSIGN TO AGYIN
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT PLACEMENT-FILE ASSIGN TO PLCFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLC-CUST-ID
               ALTERNATE RECORD KEY IS PLC-AGENCY-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-PLACEMENT-STATUS.
           SELECT TRAN-OUT-FILE ASSIGN TO TRANFILE
               FILE STATUS IS WS-TRAN-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT COMMISSION-REPORT-FILE ASSIGN TO COMRPT
               FILE STATUS IS WS-COMMISSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The agency's activity file - collections and returns
       FD  AGENCY-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY AGYACTV.

      * What is at which agency - checked and updated per item
       FD  PLACEMENT-FILE.
       COPY AGYPLACE.

      * Net collections as payments, and the agency's commission as
      * credits, for CUSTPOST - appended to any transactions already
      * waiting for tonight's posting
       FD  TRAN-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTTRAN.

      * Activity report - every item with what was done with it
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Agency commission report for finance
       FD  COMMISSION-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  COMMISSION-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-ACTIVITY-STATUS          PIC XX.
           88  WS-ACTIVITY-OK          VALUE '00'.

       01  WS-PLACEMENT-STATUS         PIC XX.
           88  WS-PLACEMENT-OK         VALUE '00'.
           88  WS-PLACEMENT-NOT-FOUND  VALUE '23'.

       01  WS-TRAN-OUT-STATUS          PIC XX.
           88  WS-TRAN-OUT-OK          VALUE '00'.
           88  WS-TRAN-OUT-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-COMMISSION-STATUS        PIC XX.
           88  WS-COMMISSION-OK        VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-ITEM-FLAG            PIC X(1).
               88  WS-ITEM-VALID       VALUE 'Y'.
               88  WS-ITEM-REJECTED    VALUE 'N'.

      * Commission per agency for the closing summary
       01  WS-AGENCY-TABLE.
           05  WS-AGENCY-ENTRY-COUNT   PIC 9(4) COMP VALUE ZEROS.
           05  WS-AGENCY-ENTRY         OCCURS 50 TIMES
                                       INDEXED BY AGY-IDX.
               10  WS-AGY-CODE         PIC X(4).
               10  WS-AGY-ITEMS        PIC 9(7).
               10  WS-AGY-GROSS        PIC S9(9)V99 COMP-3.
               10  WS-AGY-COMMISSION   PIC S9(9)V99 COMP-3.
               10  WS-AGY-NET          PIC S9(9)V99 COMP-3.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-NET-AMOUNT           PIC S9(7)V99 COMP-3.
           05  WS-COMMISSION-PCT       PIC S9(3)V99 COMP-3.
           05  WS-AGENCY-SUB           PIC 9(4) COMP.
           05  WS-AGENCY-FOUND-FLAG    PIC X(1).
               88  WS-AGENCY-FOUND     VALUE 'Y'.
               88  WS-AGENCY-NOT-FOUND VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-POSTED-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-POSTED-GROSS         PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSTED-COMMISSION    PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSTED-NET           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-CREDITED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-CREDITED-COMMISSION  PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RETURNED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-REJECT-COUNT         PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'COLLECTION AGENCY ACTIVITY REPORT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(6) VALUE 'AGENCY'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(5) VALUE 'TYPE'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(14) VALUE 'AGENCY REF'.
           05  FILLER                  PIC X(12) VALUE '      GROSS'.
           05  FILLER                  PIC X(12) VALUE ' COMMISSION'.
           05  FILLER                  PIC X(12) VALUE '        NET'.
           05  FILLER                  PIC X(50) VALUE '  RESULT'.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-AGENCY           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-TYPE             PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-AGENCY-REF       PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-GROSS            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-COMMISSION       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RPT-NET              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-RPT-RESULT           PIC X(30).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-REPORT-TOTAL-1.
           05  FILLER                  PIC X(13) VALUE 'ITEMS READ:'.
           05  WS-TOT-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'COLLECTED:'.
           05  WS-TOT-POSTED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RETURNED:'.
           05  WS-TOT-RETURNED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'REJECTED:'.
           05  WS-TOT-REJECTED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-REPORT-TOTAL-2.
           05  FILLER                  PIC X(13) VALUE 'GROSS:'.
           05  WS-TOT-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'COMMISSION:'.
           05  WS-TOT-COMMISSION       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'NET SENT TO CUSTPOST:'.
           05  WS-TOT-NET              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-REPORT-TOTAL-3.
           05  FILLER                  PIC X(29)
               VALUE 'COMMISSION CREDITS TO POST:'.
           05  WS-TOT-CREDITED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-TOT-CREDITED-AMT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-COMMISSION-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'COLLECTION AGENCY COMMISSION REPORT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-COM-HDR-RUN-DATE     PIC 9999/99/99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-COMMISSION-COLUMNS.
           05  FILLER                  PIC X(6) VALUE 'AGENCY'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(14) VALUE 'AGENCY REF'.
           05  FILLER                  PIC X(12) VALUE '      GROSS'.
           05  FILLER                  PIC X(12) VALUE ' COMMISSION'.
           05  FILLER                  PIC X(9) VALUE '   RATE'.
           05  FILLER                  PIC X(58) VALUE '        NET'.

       01  WS-COMMISSION-DETAIL.
           05  WS-COM-AGENCY           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-COM-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-COM-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-COM-AGENCY-REF       PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-COM-GROSS            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-COM-COMMISSION       PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-COM-PCT              PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-COM-NET              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-COMMISSION-SUMMARY.
           05  FILLER                  PIC X(7) VALUE 'AGENCY '.
           05  WS-SUM-AGENCY           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SUM-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' ITEMS  '.
           05  FILLER                  PIC X(7) VALUE 'GROSS '.
           05  WS-SUM-GROSS            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'COMMISSION '.
           05  WS-SUM-COMMISSION       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE 'NET '.
           05  WS-SUM-NET              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-COMMISSION-CREDIT-TOTAL.
           05  FILLER                  PIC X(40)
               VALUE 'COMMISSION CREDITED TO CUSTOMER ACCOUNTS'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CCT-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(8) VALUE ' ITEMS  '.
           05  WS-CCT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACTIVITY
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3100-WRITE-COMMISSION-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT AGENCY-ACTIVITY-FILE
           IF NOT WS-ACTIVITY-OK
               MOVE WS-ACTIVITY-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AGENCY ACTIVITY FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN I-O PLACEMENT-FILE
           IF NOT WS-PLACEMENT-OK
               MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING PLACEMENT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    Other feeds may already have left payments for tonight -
      *    append to them, never truncate them
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
           OPEN OUTPUT COMMISSION-REPORT-FILE
           IF NOT WS-COMMISSION-OK
               MOVE WS-COMMISSION-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING COMMISSION REPORT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RUN-DATE TO WS-COM-HDR-RUN-DATE
           MOVE WS-COMMISSION-HEADER TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE WS-COMMISSION-COLUMNS TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           PERFORM 1100-READ-ACTIVITY.

       1100-READ-ACTIVITY.
           READ AGENCY-ACTIVITY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           IF WS-NOT-EOF
               ADD 1 TO WS-READ-COUNT
           END-IF.

       2000-PROCESS-ACTIVITY.
           MOVE SPACES TO WS-RPT-RESULT
           MOVE ZEROS TO WS-NET-AMOUNT
           PERFORM 2100-VALIDATE-ITEM
           IF WS-ITEM-VALID
               EVALUATE AGA-ACTIVITY-TYPE
                   WHEN 'C'
                       PERFORM 2200-POST-COLLECTION
                   WHEN 'X'
                       PERFORM 2300-CLOSE-RETURNED-ACCOUNT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM 2400-WRITE-ACTIVITY-LINE
           PERFORM 1100-READ-ACTIVITY.

       2100-VALIDATE-ITEM.
      *    Each check sets the reject reason the collections desk
      *    sees; the first failure is the one reported
           SET WS-ITEM-VALID TO TRUE
           IF AGA-ACTIVITY-TYPE NOT = 'C'
           AND AGA-ACTIVITY-TYPE NOT = 'X'
               SET WS-ITEM-REJECTED TO TRUE
               MOVE 'REJECT - UNKNOWN ACTIVITY TYPE' TO WS-RPT-RESULT
           END-IF
           IF WS-ITEM-VALID
               MOVE AGA-CUST-ID TO PLC-CUST-ID
               READ PLACEMENT-FILE
                   INVALID KEY
                       SET WS-ITEM-REJECTED TO TRUE
                       MOVE 'REJECT - ACCOUNT NOT PLACED'
                           TO WS-RPT-RESULT
               END-READ
           END-IF
           IF WS-ITEM-VALID
           AND PLC-AGENCY-CODE NOT = AGA-AGENCY-CODE
               SET WS-ITEM-REJECTED TO TRUE
               MOVE 'REJECT - PLACED WITH ' TO WS-RPT-RESULT
               MOVE PLC-AGENCY-CODE TO WS-RPT-RESULT(22:4)
           END-IF
           IF WS-ITEM-VALID
           AND PLC-AGENCY-RETURNED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE 'REJECT - ALREADY RETURNED' TO WS-RPT-RESULT
           END-IF
           IF WS-ITEM-VALID
           AND AGA-ACTIVITY-TYPE = 'X'
           AND NOT PLC-PLACED
               SET WS-ITEM-REJECTED TO TRUE
               MOVE 'REJECT - NOT AT AGENCY' TO WS-RPT-RESULT
           END-IF
           IF WS-ITEM-VALID
           AND AGA-ACTIVITY-TYPE = 'C'
               IF AGA-GROSS-AMT NOT NUMERIC
               OR AGA-COMMISSION-AMT NOT NUMERIC
                   SET WS-ITEM-REJECTED TO TRUE
                   MOVE 'REJECT - AMOUNT NOT NUMERIC' TO WS-RPT-RESULT
               ELSE
                   IF AGA-GROSS-AMT = ZERO
                   OR AGA-COMMISSION-AMT > AGA-GROSS-AMT
                       SET WS-ITEM-REJECTED TO TRUE
                       MOVE 'REJECT - AMOUNTS DO NOT ADD UP'
                           TO WS-RPT-RESULT
                   END-IF
               END-IF
           END-IF.

       2200-POST-COLLECTION.
           COMPUTE WS-NET-AMOUNT =
               AGA-GROSS-AMT - AGA-COMMISSION-AMT
           PERFORM 2210-WRITE-PAYMENT
           IF AGA-COMMISSION-AMT > ZERO
               PERFORM 2215-WRITE-COMMISSION-CREDIT
           END-IF
           PERFORM 2220-UPDATE-PLACEMENT
           PERFORM 2230-WRITE-COMMISSION-LINE
           PERFORM 2240-ACCUMULATE-AGENCY
           ADD 1 TO WS-POSTED-COUNT
           ADD AGA-GROSS-AMT TO WS-POSTED-GROSS
           ADD AGA-COMMISSION-AMT TO WS-POSTED-COMMISSION
           ADD WS-NET-AMOUNT TO WS-POSTED-NET
           IF PLC-RECALLED
               MOVE 'POSTED NET+COMM - AFTER RECALL' TO WS-RPT-RESULT
           ELSE
               MOVE 'POSTED NET + COMMISSION' TO WS-RPT-RESULT
           END-IF.

       2210-WRITE-PAYMENT.
           MOVE SPACES TO TRAN-RECORD
           MOVE AGA-CUST-ID TO TRAN-CUST-ID
           MOVE 'P' TO TRAN-TYPE
           MOVE WS-NET-AMOUNT TO TRAN-AMOUNT
           IF AGA-ACTIVITY-DATE IS NUMERIC
           AND AGA-ACTIVITY-DATE > ZEROS
               MOVE AGA-ACTIVITY-DATE TO TRAN-DATE
           ELSE
               MOVE WS-RUN-DATE TO TRAN-DATE
           END-IF
           MOVE ZEROS TO TRAN-ORIG-DATE
           MOVE ZEROS TO TRAN-ORIG-AMOUNT
      *    The agency pays against the account, not an invoice - the
      *    cash is applied oldest-due-first
           MOVE ZEROS TO TRAN-INV-NUMBER
           WRITE TRAN-RECORD
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING TRANSACTION OUTPUT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2215-WRITE-COMMISSION-CREDIT.
      *    What the agency kept was still collected from the
      *    customer - credit it off the balance beside the net
      *    payment, dated the same, as commission expense
           MOVE 'C' TO TRAN-TYPE
           MOVE AGA-COMMISSION-AMT TO TRAN-AMOUNT
           SET TRAN-AGENCY-COMMISSION TO TRUE
           WRITE TRAN-RECORD
           IF NOT WS-TRAN-OUT-OK
               MOVE WS-TRAN-OUT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING TRANSACTION OUTPUT FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           ADD 1 TO WS-CREDITED-COUNT
           ADD AGA-COMMISSION-AMT TO WS-CREDITED-COMMISSION.

       2220-UPDATE-PLACEMENT.
           ADD AGA-GROSS-AMT TO PLC-COLLECTED-AMT
           ADD AGA-COMMISSION-AMT TO PLC-COMMISSION-AMT
           ADD WS-NET-AMOUNT TO PLC-NET-AMT
           ADD 1 TO PLC-COLLECTION-COUNT
           MOVE TRAN-DATE TO PLC-LAST-ACTIVITY-DATE
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING PLACEMENT RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE.

       2230-WRITE-COMMISSION-LINE.
           COMPUTE WS-COMMISSION-PCT ROUNDED =
               AGA-COMMISSION-AMT * 100 / AGA-GROSS-AMT
           MOVE AGA-AGENCY-CODE TO WS-COM-AGENCY
           MOVE AGA-CUST-ID TO WS-COM-CUST-ID
           MOVE TRAN-DATE TO WS-COM-DATE
           MOVE AGA-AGENCY-REF TO WS-COM-AGENCY-REF
           MOVE AGA-GROSS-AMT TO WS-COM-GROSS
           MOVE AGA-COMMISSION-AMT TO WS-COM-COMMISSION
           MOVE WS-COMMISSION-PCT TO WS-COM-PCT
           MOVE WS-NET-AMOUNT TO WS-COM-NET
           MOVE WS-COMMISSION-DETAIL TO COMMISSION-LINE
           WRITE COMMISSION-LINE.

       2240-ACCUMULATE-AGENCY.
           SET WS-AGENCY-NOT-FOUND TO TRUE
           SET AGY-IDX TO 1
           SEARCH WS-AGENCY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AGY-CODE(AGY-IDX) = AGA-AGENCY-CODE
               AND AGY-IDX NOT > WS-AGENCY-ENTRY-COUNT
                   SET WS-AGENCY-FOUND TO TRUE
           END-SEARCH
           IF WS-AGENCY-NOT-FOUND
               IF WS-AGENCY-ENTRY-COUNT < 50
                   ADD 1 TO WS-AGENCY-ENTRY-COUNT
                   SET AGY-IDX TO WS-AGENCY-ENTRY-COUNT
                   MOVE AGA-AGENCY-CODE TO WS-AGY-CODE(AGY-IDX)
                   MOVE ZEROS TO WS-AGY-ITEMS(AGY-IDX)
                   MOVE ZEROS TO WS-AGY-GROSS(AGY-IDX)
                   MOVE ZEROS TO WS-AGY-COMMISSION(AGY-IDX)
                   MOVE ZEROS TO WS-AGY-NET(AGY-IDX)
                   SET WS-AGENCY-FOUND TO TRUE
               ELSE
                   DISPLAY 'AGENCY TABLE FULL - NOT IN SUMMARY: '
                       AGA-AGENCY-CODE
               END-IF
           END-IF
           IF WS-AGENCY-FOUND
               ADD 1 TO WS-AGY-ITEMS(AGY-IDX)
               ADD AGA-GROSS-AMT TO WS-AGY-GROSS(AGY-IDX)
               ADD AGA-COMMISSION-AMT TO WS-AGY-COMMISSION(AGY-IDX)
               ADD WS-NET-AMOUNT TO WS-AGY-NET(AGY-IDX)
           END-IF.

       2300-CLOSE-RETURNED-ACCOUNT.
           SET PLC-AGENCY-RETURNED TO TRUE
           SET PLC-RETURNED-BY-AGENCY TO TRUE
           MOVE WS-RUN-DATE TO PLC-CLOSED-DATE
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE WS-PLACEMENT-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING PLACEMENT RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           ADD 1 TO WS-RETURNED-COUNT
           MOVE 'RETURNED UNCOLLECTABLE' TO WS-RPT-RESULT.

       2400-WRITE-ACTIVITY-LINE.
           MOVE AGA-AGENCY-CODE TO WS-RPT-AGENCY
           MOVE AGA-CUST-ID TO WS-RPT-CUST-ID
           MOVE AGA-ACTIVITY-TYPE TO WS-RPT-TYPE
           IF AGA-ACTIVITY-DATE IS NUMERIC
               MOVE AGA-ACTIVITY-DATE TO WS-RPT-DATE
           ELSE
               MOVE ZEROS TO WS-RPT-DATE
           END-IF
           MOVE AGA-AGENCY-REF TO WS-RPT-AGENCY-REF
           IF AGA-GROSS-AMT IS NUMERIC
               MOVE AGA-GROSS-AMT TO WS-RPT-GROSS
           ELSE
               MOVE ZEROS TO WS-RPT-GROSS
           END-IF
           IF AGA-COMMISSION-AMT IS NUMERIC
               MOVE AGA-COMMISSION-AMT TO WS-RPT-COMMISSION
           ELSE
               MOVE ZEROS TO WS-RPT-COMMISSION
           END-IF
           MOVE WS-NET-AMOUNT TO WS-RPT-NET
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-READ-COUNT TO WS-TOT-READ
           MOVE WS-POSTED-COUNT TO WS-TOT-POSTED
           MOVE WS-RETURNED-COUNT TO WS-TOT-RETURNED
           MOVE WS-REJECT-COUNT TO WS-TOT-REJECTED
           MOVE WS-REPORT-TOTAL-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTED-GROSS TO WS-TOT-GROSS
           MOVE WS-POSTED-COMMISSION TO WS-TOT-COMMISSION
           MOVE WS-POSTED-NET TO WS-TOT-NET
           MOVE WS-REPORT-TOTAL-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CREDITED-COUNT TO WS-TOT-CREDITED
           MOVE WS-CREDITED-COMMISSION TO WS-TOT-CREDITED-AMT
           MOVE WS-REPORT-TOTAL-3 TO REPORT-LINE
           WRITE REPORT-LINE.

       3100-WRITE-COMMISSION-SUMMARY.
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           PERFORM 3110-WRITE-ONE-AGENCY
               VARYING WS-AGENCY-SUB FROM 1 BY 1
               UNTIL WS-AGENCY-SUB > WS-AGENCY-ENTRY-COUNT
           MOVE 'ALL' TO WS-SUM-AGENCY
           MOVE WS-POSTED-COUNT TO WS-SUM-ITEMS
           MOVE WS-POSTED-GROSS TO WS-SUM-GROSS
           MOVE WS-POSTED-COMMISSION TO WS-SUM-COMMISSION
           MOVE WS-POSTED-NET TO WS-SUM-NET
           MOVE WS-COMMISSION-SUMMARY TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE WS-CREDITED-COUNT TO WS-CCT-ITEMS
           MOVE WS-CREDITED-COMMISSION TO WS-CCT-AMOUNT
           MOVE WS-COMMISSION-CREDIT-TOTAL TO COMMISSION-LINE
           WRITE COMMISSION-LINE.

       3110-WRITE-ONE-AGENCY.
           MOVE WS-AGY-CODE(WS-AGENCY-SUB) TO WS-SUM-AGENCY
           MOVE WS-AGY-ITEMS(WS-AGENCY-SUB) TO WS-SUM-ITEMS
           MOVE WS-AGY-GROSS(WS-AGENCY-SUB) TO WS-SUM-GROSS
           MOVE WS-AGY-COMMISSION(WS-AGENCY-SUB) TO WS-SUM-COMMISSION
           MOVE WS-AGY-NET(WS-AGENCY-SUB) TO WS-SUM-NET
           MOVE WS-COMMISSION-SUMMARY TO COMMISSION-LINE
           WRITE COMMISSION-LINE.

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
           CLOSE AGENCY-ACTIVITY-FILE
           CLOSE PLACEMENT-FILE
           CLOSE TRAN-OUT-FILE
           CLOSE REPORT-FILE
           CLOSE COMMISSION-REPORT-FILE
           DISPLAY 'AGENCY ACTIVITY INTAKE COMPLETE'.
