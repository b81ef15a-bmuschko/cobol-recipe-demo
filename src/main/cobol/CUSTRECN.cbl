      *                    insert/update/delete DB2 to match it       *
      *   MODE=APPLY-DB2   DB2 is the system of record - write/       *
      *                    rewrite/delete the VSAM master to match    *
      * Every write, rewrite and delete APPLY-DB2 makes to the VSAM   *
      * master is journaled through CUSTJRNL, so the customer's       *
      * change history shows what the reconciliation changed.         *
      *****************************************************************

       ENVIRONMENT DIVISION.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-PARM-STATUS              PIC XX.
           88  WS-PARM-OK              VALUE '00'.


      * The VSAM browse record must survive a DB2-only write, which
      * builds the new record in the same FD buffer
       01  WS-SAVED-CUSTOMER           PIC X(194).

       01  WS-COUNTERS.
           05  WS-VSAM-READ-COUNT      PIC 9(8) VALUE ZEROS.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTRECN' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1050-READ-PARM-CARD
           OPEN INPUT CUSTOMER-FILE
           END-IF.

       5400-DELETE-VSAM.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           DELETE CUSTOMER-FILE
               INVALID KEY
                   MOVE 'ERROR DELETING CUSTOMER RECORD'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-DELETE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-ADD TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE
           MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD.
           MOVE DB2-LAST-UPDATE TO CUST-LAST-UPDATE.

       5600-REWRITE-VSAM.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           PERFORM 5550-BUILD-VSAM-FROM-DB2
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               NOT INVALID KEY
                   SET JRQ-CHANGE TO TRUE
                   PERFORM 7900-JOURNAL-CUSTOMER
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

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
           EXEC SQL
               CLOSE RECN-CURSOR
           END-EXEC
