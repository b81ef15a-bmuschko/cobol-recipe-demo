      * event for the CUSTNSND sender the way CUSTCRED queues its    *
      * approvals, and listed on the review register with the old    *
      * limit, new limit, and reason.                                 *
      * Each new limit is also journaled through CUSTJRNL with the    *
      * limit it replaced, so the customer's change history shows     *
      * which review raised or cut it and when.                       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-RISK-STATUS              PIC XX.
           88  WS-RISK-OK              VALUE '00'.
           88  WS-RISK-NOT-FOUND       VALUE '23'.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTCLRV' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-FILE-OK
           END-IF.

       2500-APPLY-NEW-LIMIT.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE WS-NEW-LIMIT TO CUST-CREDIT-LIMIT
           MOVE WS-RUN-DATE TO CUST-LAST-UPDATE
           REWRITE CUSTOMER-RECORD
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           SET JRQ-CHANGE TO TRUE
           PERFORM 7900-JOURNAL-CUSTOMER
           MOVE 'CRLM' TO WS-EVENT-TYPE
           PERFORM 2450-QUEUE-EVENT
           PERFORM 2600-WRITE-REVIEW-DETAIL.
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
           CLOSE RISK-FILE
           CLOSE REPORT-FILE
