      * and finally falling back to the remitter's last name and ZIP  *
      * through the customer master's last-name alternate key.        *
      * Matched items are written out in                               *
      * CUSTTRAN layout as payments for CUSTPOST to post - carrying   *
      * the invoice number when that is what matched, so the cash is  *
      * applied to that invoice - while items that                     *
      * match nothing, or match more than one customer, go to the     *
      * cash-suspense file for manual research instead of being       *
      * re-keyed by hand. The run report lists every item with its    *
      * match result and closes with the match rate. Each matched     *
      * item is also appended to the GL activity file as lockbox cash, *
      * and the run closes with a dated handoff record carrying the   *
      * matched amount, so GLINTF can journal the deposit and prove   *
      * it against this step's own total.                              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * GL activity - one item per matched lockbox payment, appended
      * for GLINTF to journal the deposit
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * This step's own dated handoff record - GLINTF ties the
      * night's lockbox activity back to the amount carried here
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-MATCHED-CUST-ID      PIC 9(8).
           05  WS-MATCHED-INV-NUMBER   PIC 9(8).
           05  WS-NAME-MATCH-COUNT     PIC 9(4) COMP.
           05  WS-MATCH-RATE           PIC 9(3)V99.

           PERFORM 2000-PROCESS-LOCKBOX
               UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-TOTALS
           PERFORM 3500-WRITE-STEP-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    The night's activity file accumulates across the money-
      *    moving steps - append to it, never truncate it
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
           PERFORM 1100-READ-LOCKBOX.

      *    through to the name/ZIP match
           SET WS-ITEM-UNMATCHED TO TRUE
           MOVE SPACES TO WS-RPT-CUST-ID
           MOVE ZEROS TO WS-MATCHED-INV-NUMBER
           IF LBX-ACCT-REF(1:8) IS NUMERIC
               MOVE LBX-ACCT-REF(1:8) TO CUST-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       SET WS-ITEM-MATCHED TO TRUE
                       MOVE INV-CUST-ID TO WS-MATCHED-CUST-ID
                       MOVE INV-NUMBER TO WS-MATCHED-INV-NUMBER
                       ADD 1 TO WS-INV-MATCH-COUNT
                       MOVE 'MATCHED ON INVOICE' TO WS-RPT-RESULT
               END-READ
           MOVE LBX-DEPOSIT-DATE TO TRAN-DATE
           MOVE ZEROS TO TRAN-ORIG-DATE
           MOVE ZEROS TO TRAN-ORIG-AMOUNT
      *    An item matched on the invoice number carries it forward
      *    so posting applies the cash to that invoice first
           MOVE WS-MATCHED-INV-NUMBER TO TRAN-INV-NUMBER
           WRITE TRAN-RECORD
           ADD LBX-AMOUNT TO WS-MATCHED-AMOUNT
           PERFORM 2550-WRITE-GL-ACTIVITY
           MOVE WS-MATCHED-CUST-ID TO WS-RPT-CUST-ID.

       2550-WRITE-GL-ACTIVITY.
      *    The deposit is cash in the bank tonight - CUSTPOST relieves
      *    the receivable when it posts the payment transaction
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'CUSTLBX' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'LBX' TO GLA-ACTIVITY-TYPE
           MOVE WS-MATCHED-CUST-ID TO GLA-CUST-ID
           MOVE LBX-AMOUNT TO GLA-AMOUNT
           MOVE LBX-CHECK-NUMBER TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2600-WRITE-SUSPENSE.
           MOVE LOCKBOX-RECORD TO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           MOVE WS-AMOUNT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       3500-WRITE-STEP-CONTROL.
      *    Hand the matched cash forward - GLINTF proves the night's
      *    lockbox activity against this amount before it releases
      *    the journal
           OPEN OUTPUT STEP-CONTROL-FILE
           IF NOT WS-STEP-OK
               MOVE WS-STEP-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING STEP CONTROL RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE SPACES TO STEP-CONTROL-RECORD
           MOVE 'CUSTLBX' TO STP-STEP-NAME
           MOVE WS-RUN-DATE TO STP-RUN-DATE
           MOVE 'B' TO STP-BALANCE-FLAG
           COMPUTE STP-RECORD-COUNT = WS-ACCT-MATCH-COUNT
               + WS-INV-MATCH-COUNT + WS-NAME-MATCHED-COUNT
           MOVE WS-MATCHED-AMOUNT TO STP-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

       8000-ERROR-HANDLER.
           PERFORM 8100-LOOKUP-FILE-STATUS
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           CLOSE TRAN-OUT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REPORT-FILE
           CLOSE GL-ACTIVITY-FILE
           DISPLAY 'LOCKBOX INGEST COMPLETE'.
