      * again, stamped, and logged through AUDITLOG. Requests that   *
      * match nothing, or whose ID is already live on the master,    *
      * are reported.                                                 *
      * Each reinstated record is also journaled through CUSTJRNL as  *
      * an add, so the customer's change history shows when it came   *
      * back and what it came back with.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
           CUST-BALANCE BY CLS-BALANCE
           CUST-CREDIT-LIMIT BY CLS-CREDIT-LIMIT
           CUST-LAST-UPDATE BY CLS-LAST-UPDATE
           CUST-CYCLE-CODE BY CLS-CYCLE-CODE
           CUST-TAX-EXEMPT BY CLS-TAX-EXEMPT
           CUST-TAX-CERT BY CLS-TAX-CERT.

       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-REQUEST-STATUS           PIC XX.
           88  WS-REQUEST-OK           VALUE '00'.

           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTRNST' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQUEST-OK
                   MOVE 'R' TO WS-REQ-STATE(WS-SUB)
                   ADD 1 TO WS-REINSTATED-COUNT
                   PERFORM 6100-AUDIT-REINSTATEMENT
                   SET JRQ-ADD TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
           END-WRITE.

       6100-AUDIT-REINSTATEMENT.
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

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
           DISPLAY WS-ERROR-MESSAGE.

       9000-TERMINATE.
           SET JRQ-CLOSE TO TRUE
           CALL 'CUSTJRNL' USING JOURNAL-REQUEST
           CLOSE REQUEST-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
