      * left at status 'A' for the next cycle. Each posted order is   *
      * also added to the current bucket of the customer's aging      *
      * record so the receivables sub-ledger stays in step with the   *
      * balance, and appended to the GL activity file so GLINTF can   *
      * journal the night's sales. What posts is the amount the       *
      * customer owes - ORDER-TOTAL plus the sales tax ORDENTRY       *
      * carried beside it - and the tax goes to the GL as its own    *
      * TAX item so it lands in the tax liability, not in sales.     *
      * An order held for credit (status 'H') is never posted; it is *
      * counted on the register with its amount so the night's      *
      * held business is visible until credit staff release it.      *
      * Once the orders are done, returns keyed in ORDENTRY against  *
      * posted orders are credited: the merchandise and tax given    *
      * back come off CUST-BALANCE and off the aging buckets oldest  *
      * first, as a payment would, the return is flagged posted for *
      * ORDINV to number its credit memo, and RTN and RTNT items go *
      * to the GL activity file. A return for a charged-off account *
      * is left unposted and reported for manual handling.          *
      * Each order and each return posted to the master is also       *
      * journaled through CUSTJRNL, so the customer's change history  *
      * shows the balance movement and the run that made it.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-STEP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RTN-ID
               ALTERNATE RECORD KEY IS RTN-ORDER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RTN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * GL activity - one item per order posted tonight, appended
      * behind CUSTPOST's for GLINTF to journal
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * Returns keyed in ORDENTRY against posted orders - accepted
      * ones are credited tonight
       FD  RETURN-FILE.
       COPY RTNHDR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-ORDER-STATUS             PIC XX.
           88  WS-ORDER-OK             VALUE '00'.
           88  WS-ORDER-EOF            VALUE '10'.
       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

       01  WS-HANDOFF-CONTROLS.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-RETURN-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-RETURN-EOF       VALUE 'Y'.
               88  WS-RETURN-NOT-EOF   VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-OLD-BALANCE          PIC S9(7)V99 COMP-3.
      *    An order taken before tax was carried has no valid tax
      *    fields and posts untaxed
           05  WS-ORDER-TAX            PIC S9(7)V99 COMP-3.
           05  WS-ORDER-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NEW          VALUE 'N'.
      *    A return credits merchandise plus tax, retired from the
      *    aging buckets oldest first
           05  WS-RETURN-AMOUNT        PIC S9(7)V99 COMP-3.
           05  WS-CREDIT-REMAINING     PIC S9(7)V99 COMP-3.
           05  WS-BUCKET-AMT           PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ORDER-READ-COUNT     PIC 9(8) VALUE ZEROS.
           05  WS-POSTED-COUNT         PIC 9(8) VALUE ZEROS.
           05  WS-UNMATCHED-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-BYPASSED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-HELD-COUNT           PIC 9(8) VALUE ZEROS.
           05  WS-HELD-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSTED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-POSTED-TAX           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RETURN-READ-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-RETURN-POSTED-COUNT  PIC 9(8) VALUE ZEROS.
           05  WS-RETURN-REFUSED-COUNT PIC 9(8) VALUE ZEROS.
           05  WS-RETURN-POSTED-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-RETURN-POSTED-TAX    PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-RPT-AMOUNT-POSTED    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TAX-TOTAL.
           05  FILLER                  PIC X(33)
               VALUE 'SALES TAX INCLUDED IN AMOUNT:'.
           05  WS-RPT-TAX-POSTED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-HELD-TOTAL.
           05  FILLER                  PIC X(33)
               VALUE 'HELD FOR CREDIT - NOT POSTED:'.
           05  WS-RPT-HELD             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'AMOUNT:'.
           05  WS-RPT-HELD-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-RETURN-TOTAL.
           05  FILLER                  PIC X(14) VALUE 'RETURNS READ:'.
           05  WS-RPT-RTN-READ         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE 'CREDITED:'.
           05  WS-RPT-RTN-POSTED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'NOT POSTED:'.
           05  WS-RPT-RTN-REFUSED      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(17) VALUE 'AMOUNT CREDITED:'.
           05  WS-RPT-RTN-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'TAX IN IT:'.
           05  WS-RPT-RTN-TAX          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(7) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ORDERS
               UNTIL WS-END-OF-FILE
           PERFORM 2700-POST-RETURNS
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3500-WRITE-STEP-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ORDPOST' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           PERFORM 1200-VERIFY-RUN-HANDOFF
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    CUSTPOST has normally started the night's activity file -
      *    append to it, never truncate it
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
           PERFORM 1100-READ-ORDER.


       2000-PROCESS-ORDERS.
      *    Only accepted orders are rolled into the balance; entered,
      *    cancelled, and already-posted orders pass straight through,
      *    and orders held for credit wait for credit staff
           EVALUATE ORDER-STATUS
               WHEN 'A'
                   PERFORM 2100-POST-ORDER
               WHEN 'H'
                   PERFORM 2050-COUNT-HELD-ORDER
               WHEN OTHER
                   ADD 1 TO WS-BYPASSED-COUNT
           END-EVALUATE
           PERFORM 1100-READ-ORDER.

       2050-COUNT-HELD-ORDER.
           ADD 1 TO WS-HELD-COUNT
           ADD ORDER-TOTAL TO WS-HELD-AMOUNT
           IF ORDER-TAX-AMT IS NUMERIC
               ADD ORDER-TAX-AMT TO WS-HELD-AMOUNT
           END-IF.

       2100-POST-ORDER.
           IF ORDER-TAX-AMT IS NUMERIC
               MOVE ORDER-TAX-AMT TO WS-ORDER-TAX
           ELSE
               MOVE ZEROS TO WS-ORDER-TAX
           END-IF
           COMPUTE WS-ORDER-AMOUNT = ORDER-TOTAL + WS-ORDER-TAX
           MOVE ORDER-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
           END-READ.

       2200-APPLY-ORDER.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           ADD WS-ORDER-AMOUNT TO CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-CHANGE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   PERFORM 2260-UPDATE-AGE-BUCKETS
                   PERFORM 2250-MARK-ORDER-POSTED
           END-REWRITE.
                   PERFORM 2270-BUILD-NEW-AGE-RECORD
               NOT INVALID KEY
                   SET WS-AGE-FOUND TO TRUE
                   ADD WS-ORDER-AMOUNT TO AGE-CURRENT-AMT
           END-READ
           IF WS-AGE-FOUND
               REWRITE AGE-BUCKET-RECORD
      *    this order, all treated as current
           MOVE SPACES TO AGE-BUCKET-RECORD
           MOVE ORDER-CUST-ID TO AGE-CUST-ID
           COMPUTE AGE-CURRENT-AMT = WS-OLD-BALANCE + WS-ORDER-AMOUNT
           MOVE ZEROS TO AGE-30-AMT
           MOVE ZEROS TO AGE-60-AMT
           MOVE ZEROS TO AGE-90-AMT
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   ADD WS-ORDER-AMOUNT TO WS-POSTED-AMOUNT
                   ADD WS-ORDER-TAX TO WS-POSTED-TAX
                   PERFORM 2550-WRITE-GL-ACTIVITY
                   IF WS-ORDER-TAX NOT = ZERO
                       PERFORM 2560-WRITE-GL-TAX-ACTIVITY
                   END-IF
                   MOVE CUST-BALANCE TO WS-RPT-NEW-BALANCE
                   MOVE 'POSTED' TO WS-RPT-RESULT
                   PERFORM 2500-WRITE-REPORT-DETAIL
           MOVE ORDER-ID TO WS-RPT-ORDER-ID
           MOVE ORDER-CUST-ID TO WS-RPT-CUST-ID
           MOVE ORDER-DATE TO WS-RPT-ORDER-DATE
           MOVE WS-ORDER-AMOUNT TO WS-RPT-ORDER-TOTAL
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2550-WRITE-GL-ACTIVITY.
      *    One GL item per posted order for the merchandise - with
      *    any tax item below, the amount the handoff counts
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'ORDPOST' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'ORD' TO GLA-ACTIVITY-TYPE
           MOVE ORDER-CUST-ID TO GLA-CUST-ID
           MOVE ORDER-TOTAL TO GLA-AMOUNT
           MOVE ORDER-ID TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2560-WRITE-GL-TAX-ACTIVITY.
      *    The tax billed is owed to the state - it is journalled on
      *    its own so the ORD item carries sales only
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'ORDPOST' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'TAX' TO GLA-ACTIVITY-TYPE
           MOVE ORDER-CUST-ID TO GLA-CUST-ID
           MOVE WS-ORDER-TAX TO GLA-AMOUNT
           MOVE ORDER-ID TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2700-POST-RETURNS.
      *    No return file yet means no return has ever been keyed
           OPEN I-O RETURN-FILE
           IF NOT WS-RETURN-NO-FILE
               IF NOT WS-RETURN-OK
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               PERFORM 2710-READ-RETURN
               PERFORM 2720-PROCESS-RETURN
                   UNTIL WS-RETURN-EOF
               CLOSE RETURN-FILE
           END-IF.

       2710-READ-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURN-EOF TO TRUE
           END-READ
           IF WS-RETURN-NOT-EOF
               ADD 1 TO WS-RETURN-READ-COUNT
           END-IF.

       2720-PROCESS-RETURN.
      *    Only returns accepted and not yet credited are posted -
      *    a posted return passes straight through, so a rerun never
      *    credits the same goods twice
           IF RTN-ACCEPTED
               COMPUTE WS-RETURN-AMOUNT = RTN-CREDIT-AMT + RTN-TAX-AMT
               MOVE RTN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       ADD 1 TO WS-RETURN-REFUSED-COUNT
                       MOVE ZEROS TO WS-RPT-NEW-BALANCE
                       MOVE 'CUSTOMER NOT ON MASTER' TO WS-RPT-RESULT
                       PERFORM 2790-WRITE-RETURN-DETAIL
                   NOT INVALID KEY
                       PERFORM 2730-CHECK-RETURN-ACCOUNT
               END-READ
           END-IF
           PERFORM 2710-READ-RETURN.

       2730-CHECK-RETURN-ACCOUNT.
      *    A charged-off balance is off the ledger - crediting goods
      *    back to it is a recovery question for credit staff, not
      *    something the night run decides
           IF CUST-STATUS = 'W'
               ADD 1 TO WS-RETURN-REFUSED-COUNT
               MOVE CUST-BALANCE TO WS-RPT-NEW-BALANCE
               MOVE 'CHARGED OFF - NOT POSTED' TO WS-RPT-RESULT
               PERFORM 2790-WRITE-RETURN-DETAIL
           ELSE
               PERFORM 2740-APPLY-RETURN
           END-IF.

       2740-APPLY-RETURN.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-RETURN-AMOUNT FROM CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'ERROR REWRITING CUSTOMER RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-CHANGE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   PERFORM 2750-CREDIT-AGE-BUCKETS
                   PERFORM 2770-MARK-RETURN-POSTED
           END-REWRITE.

       2750-CREDIT-AGE-BUCKETS.
      *    Returned goods retire the oldest debt first, exactly as
      *    CUSTPOST applies a payment; what the aged buckets cannot
      *    absorb comes out of current, which may go negative with
      *    a credit balance on the master
           MOVE RTN-CUST-ID TO AGE-CUST-ID
           READ AGE-FILE
               INVALID KEY
                   SET WS-AGE-NEW TO TRUE
               NOT INVALID KEY
                   SET WS-AGE-FOUND TO TRUE
           END-READ
           IF WS-AGE-FOUND
               MOVE WS-RETURN-AMOUNT TO WS-CREDIT-REMAINING
               MOVE AGE-120-AMT TO WS-BUCKET-AMT
               PERFORM 2760-CREDIT-FROM-BUCKET
               MOVE WS-BUCKET-AMT TO AGE-120-AMT
               MOVE AGE-90-AMT TO WS-BUCKET-AMT
               PERFORM 2760-CREDIT-FROM-BUCKET
               MOVE WS-BUCKET-AMT TO AGE-90-AMT
               MOVE AGE-60-AMT TO WS-BUCKET-AMT
               PERFORM 2760-CREDIT-FROM-BUCKET
               MOVE WS-BUCKET-AMT TO AGE-60-AMT
               MOVE AGE-30-AMT TO WS-BUCKET-AMT
               PERFORM 2760-CREDIT-FROM-BUCKET
               MOVE WS-BUCKET-AMT TO AGE-30-AMT
               SUBTRACT WS-CREDIT-REMAINING FROM AGE-CURRENT-AMT
               REWRITE AGE-BUCKET-RECORD
                   INVALID KEY
                       MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR REWRITING AGING RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-REWRITE
           ELSE
      *        No sub-ledger record yet - seed it with the balance
      *        the return leaves, all treated as current
               MOVE SPACES TO AGE-BUCKET-RECORD
               MOVE RTN-CUST-ID TO AGE-CUST-ID
               MOVE CUST-BALANCE TO AGE-CURRENT-AMT
               MOVE ZEROS TO AGE-30-AMT
               MOVE ZEROS TO AGE-60-AMT
               MOVE ZEROS TO AGE-90-AMT
               MOVE ZEROS TO AGE-120-AMT
               MOVE WS-RUN-DATE TO AGE-LAST-ROLL-DATE
               WRITE AGE-BUCKET-RECORD
                   INVALID KEY
                       MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR WRITING AGING RECORD'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-WRITE
           END-IF.

       2760-CREDIT-FROM-BUCKET.
           IF WS-CREDIT-REMAINING > ZERO
           AND WS-BUCKET-AMT > ZERO
               IF WS-BUCKET-AMT NOT LESS THAN WS-CREDIT-REMAINING
                   SUBTRACT WS-CREDIT-REMAINING FROM WS-BUCKET-AMT
                   MOVE ZEROS TO WS-CREDIT-REMAINING
               ELSE
                   SUBTRACT WS-BUCKET-AMT FROM WS-CREDIT-REMAINING
                   MOVE ZEROS TO WS-BUCKET-AMT
               END-IF
           END-IF.

       2770-MARK-RETURN-POSTED.
           SET RTN-POSTED TO TRUE
           MOVE WS-RUN-DATE TO RTN-POSTED-DATE
           MOVE WS-RUN-DATE TO RTN-LAST-UPDATE
           REWRITE RETURN-RECORD
               INVALID KEY
                   MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR REWRITING RETURN RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   ADD 1 TO WS-RETURN-POSTED-COUNT
                   ADD WS-RETURN-AMOUNT TO WS-RETURN-POSTED-AMOUNT
                   ADD RTN-TAX-AMT TO WS-RETURN-POSTED-TAX
                   PERFORM 2780-WRITE-GL-RETURN-ACTIVITY
                   MOVE CUST-BALANCE TO WS-RPT-NEW-BALANCE
                   MOVE 'RETURN CREDITED' TO WS-RPT-RESULT
                   PERFORM 2790-WRITE-RETURN-DETAIL
           END-REWRITE.

       2780-WRITE-GL-RETURN-ACTIVITY.
      *    The merchandise comes back out of sales as an RTN item and
      *    any tax given back out of the tax liability as RTNT
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'ORDPOST' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'RTN' TO GLA-ACTIVITY-TYPE
           MOVE RTN-CUST-ID TO GLA-CUST-ID
           MOVE RTN-CREDIT-AMT TO GLA-AMOUNT
           MOVE RTN-ID TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF RTN-TAX-AMT NOT = ZERO
               MOVE 'RTNT' TO GLA-ACTIVITY-TYPE
               MOVE RTN-TAX-AMT TO GLA-AMOUNT
               WRITE GL-ACTIVITY-RECORD
               IF NOT WS-GL-OK
                   MOVE WS-GL-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       2790-WRITE-RETURN-DETAIL.
      *    A return shows on the register under its return ID with
      *    the credit as a negative amount
           PERFORM 2510-CHECK-PAGE-BREAK
           MOVE RTN-ID TO WS-RPT-ORDER-ID
           MOVE RTN-CUST-ID TO WS-RPT-CUST-ID
           MOVE RTN-DATE TO WS-RPT-ORDER-DATE
           COMPUTE WS-RPT-ORDER-TOTAL = ZERO - WS-RETURN-AMOUNT
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3000-WRITE-TOTALS.
           MOVE WS-ORDER-READ-COUNT TO WS-RPT-READ
           MOVE WS-POSTED-COUNT TO WS-RPT-POSTED
           MOVE WS-BYPASSED-COUNT TO WS-RPT-BYPASSED
           MOVE WS-POSTED-AMOUNT TO WS-RPT-AMOUNT-POSTED
           MOVE WS-REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTED-TAX TO WS-RPT-TAX-POSTED
           MOVE WS-TAX-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-RPT-HELD
           MOVE WS-HELD-AMOUNT TO WS-RPT-HELD-AMOUNT
           MOVE WS-HELD-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RETURN-READ-COUNT TO WS-RPT-RTN-READ
           MOVE WS-RETURN-POSTED-COUNT TO WS-RPT-RTN-POSTED
           MOVE WS-RETURN-REFUSED-COUNT TO WS-RPT-RTN-REFUSED
           MOVE WS-RETURN-POSTED-AMOUNT TO WS-RPT-RTN-AMOUNT
           MOVE WS-RETURN-POSTED-TAX TO WS-RPT-RTN-TAX
           MOVE WS-RETURN-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-WRITE-STEP-CONTROL.
           MOVE 'ORDPOST' TO STP-STEP-NAME
           MOVE WS-RUN-DATE TO STP-RUN-DATE
           MOVE 'B' TO STP-BALANCE-FLAG
      *    Orders and returns both move money - the handoff counts
      *    every dollar moved, as GLINTF ties the GL items to it
           COMPUTE STP-RECORD-COUNT =
               WS-POSTED-COUNT + WS-RETURN-POSTED-COUNT
           COMPUTE STP-AMOUNT =
               WS-POSTED-AMOUNT + WS-RETURN-POSTED-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

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
           END-EVALUATE.

       9000-TERMINATE.
           SET JRQ-CLOSE TO TRUE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           CLOSE ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE AGE-FILE
           CLOSE REPORT-FILE
           CLOSE GL-ACTIVITY-FILE
           DISPLAY 'ORDER POSTING COMPLETE'.
