      * unposted counter-payment memo and an open promise carry     *
      * across, and the orphaned risk grade is dropped for the      *
      * nightly regrade.                                              *
      * Each merge is also journaled through CUSTJRNL - the           *
      * survivor's balance and the duplicate's closing each appear in *
      * that customer's change history.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-MERGE-STATUS             PIC XX.
           88  WS-MERGE-OK             VALUE '00'.
           88  WS-MERGE-NO-FILE        VALUE '35'.
           05  WS-FOLD-90-AMT          PIC S9(7)V99 COMP-3.
           05  WS-FOLD-120-AMT         PIC S9(7)V99 COMP-3.
           05  WS-FOLD-ROLL-DATE       PIC 9(8).
           05  WS-FOLD-120-SINCE       PIC 9(8).
           05  WS-FOLD-MEMO-AMT        PIC S9(7)V99 COMP-3.
           05  WS-FOLD-MEMO-DATE       PIC 9(8).
           05  WS-SAVED-PROMISE        PIC X(52).
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTDUPM' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
       4500-COMBINE-ACCOUNTS.
      *    Balance moves onto the survivor; the duplicate closes
      *    with a zero balance so collections stops working it
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           ADD WS-DUPLICATE-BALANCE TO CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           SET JRQ-CHANGE TO TRUE
           PERFORM 7900-JOURNAL-CUSTOMER
           PERFORM 4550-AUDIT-MERGE
           MOVE MRG-DUPLICATE-ID TO CUST-ID
           READ CUSTOMER-FILE
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-READ
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE 'C' TO CUST-STATUS
           MOVE ZEROS TO CUST-BALANCE
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           SET JRQ-CHANGE TO TRUE
           PERFORM 7900-JOURNAL-CUSTOMER
           PERFORM 4550-AUDIT-MERGE
           PERFORM 4510-FOLD-AGE-BUCKETS
           PERFORM 4520-CARRY-MEMO
                       MOVE AGE-90-AMT TO WS-FOLD-90-AMT
                       MOVE AGE-120-AMT TO WS-FOLD-120-AMT
                       MOVE AGE-LAST-ROLL-DATE TO WS-FOLD-ROLL-DATE
                       MOVE AGE-120-SINCE-DATE TO WS-FOLD-120-SINCE
                       DELETE AGE-FILE
                           INVALID KEY
                               MOVE WS-AGE-STATUS TO WS-FILE-STATUS
                   MOVE WS-FOLD-90-AMT TO AGE-90-AMT
                   MOVE WS-FOLD-120-AMT TO AGE-120-AMT
                   MOVE WS-FOLD-ROLL-DATE TO AGE-LAST-ROLL-DATE
                   MOVE WS-FOLD-120-SINCE TO AGE-120-SINCE-DATE
               NOT INVALID KEY
                   SET WS-AGE-FOUND TO TRUE
                   PERFORM 4517-CARRY-120-DATE
                   ADD WS-FOLD-CURRENT-AMT TO AGE-CURRENT-AMT
                   ADD WS-FOLD-30-AMT TO AGE-30-AMT
                   ADD WS-FOLD-60-AMT TO AGE-60-AMT
               END-WRITE
           END-IF.

       4517-CARRY-120-DATE.
      *    The older over-120 clock wins, so a merge never buys the
      *    survivor time against the charge-off policy
           IF WS-FOLD-120-AMT > ZERO
           AND WS-FOLD-120-SINCE IS NUMERIC
           AND WS-FOLD-120-SINCE > ZEROS
               IF AGE-120-AMT NOT > ZERO
               OR AGE-120-SINCE-DATE NOT NUMERIC
               OR AGE-120-SINCE-DATE = ZEROS
               OR WS-FOLD-120-SINCE < AGE-120-SINCE-DATE
                   MOVE WS-FOLD-120-SINCE TO AGE-120-SINCE-DATE
               END-IF
           END-IF.

       4520-CARRY-MEMO.
      *    An unposted counter payment covers the balance that just
      *    moved - the memo moves with it
           MOVE WS-REPORT-TOTAL TO REPORT-LINE
           WRITE REPORT-LINE.

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
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY 'DUPLICATE MATCH/MERGE COMPLETE'.
