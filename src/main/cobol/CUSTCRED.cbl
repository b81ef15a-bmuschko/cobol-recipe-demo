      * CUST-LAST-UPDATE is stamped either way. The decision report   *
      * lists decisions applied, pending customers with no decision,  *
      * and decisions with no matching pending customer.               *
      * Every status and limit the decisions change is also journaled *
      * field by field through CUSTJRNL with the value it replaced.   *
      *****************************************************************

       ENVIRONMENT DIVISION.
           CUST-BALANCE BY PND-BALANCE
           CUST-CREDIT-LIMIT BY PND-CREDIT-LIMIT
           CUST-LAST-UPDATE BY PND-LAST-UPDATE
           CUST-CYCLE-CODE BY PND-CYCLE-CODE
           CUST-TAX-EXEMPT BY PND-TAX-EXEMPT
           CUST-TAX-CERT BY PND-TAX-CERT.

      * Credit review decisions, keyed in ascending CUST-ID sequence
      * to match the pending file. DEC-ACTION: A = approve with the

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-PENDING-STATUS           PIC XX.
           88  WS-PENDING-OK           VALUE '00'.

           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTCRED' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT PENDING-FILE
           IF NOT WS-PENDING-OK
           PERFORM 2500-WRITE-REPORT-DETAIL.

       2400-UPDATE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           EVALUATE DEC-ACTION
               WHEN 'A'
                   MOVE 'A' TO CUST-STATUS
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-REWRITE
               SET JRQ-CHANGE TO TRUE
               PERFORM 7900-JOURNAL-CUSTOMER
               IF DEC-ACTION = 'A'
                   MOVE 'CRLM' TO WS-EVENT-TYPE
                   MOVE 'YOUR ACCOUNT IS APPROVED - CREDIT LIMIT SET'
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
           CLOSE PENDING-FILE
           CLOSE DECISION-FILE
           CLOSE CUSTOMER-FILE
