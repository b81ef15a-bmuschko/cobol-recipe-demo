      * (YYYYMM) assessed, so a rerun inside the same cycle stops     *
      * before it can double-charge anyone. The fee register shows    *
      * each charge with the before and after balance and totals by   *
      * bucket, and every charge is appended to the GL activity file  *
      * so GLINTF can journal the night's finance-charge income.       *
      * Dollars the customer has under open dispute are held out of   *
      * the aged amount the charge is computed on until the dispute  *
      * is resolved, and the register totals show what was held out. *
      * Each charge is also journaled through CUSTJRNL, so the        *
      * customer's change history shows the balance before and after  *
      * the charge.                                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-PREV-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT GL-ACTIVITY-FILE ASSIGN TO GLACTFL
               FILE STATUS IS WS-GL-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

      * GL activity - one item per finance charge assessed tonight,
      * appended behind the posting steps' for GLINTF to journal
       FD  GL-ACTIVITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY GLACTV.

      * Invoice disputes opened in CUSTMGMT - an open dispute's
      * amount is never charged finance charges
       FD  DISPUTE-FILE.
       COPY DISPUTE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.

       COPY FILESTAT.

      * Before and after images for the customer change journal
       COPY JRNLAREA.

       01  WS-AGE-STATUS               PIC XX.
           88  WS-AGE-OK               VALUE '00'.
           88  WS-AGE-NOT-FOUND        VALUE '23'.
       01  WS-STEP-STATUS              PIC XX.
           88  WS-STEP-OK              VALUE '00'.

       01  WS-GL-STATUS                PIC XX.
           88  WS-GL-OK                VALUE '00'.
           88  WS-GL-NO-FILE           VALUE '35'.

       01  WS-DISPUTE-STATUS           PIC XX.
           88  WS-DISPUTE-OK           VALUE '00'.
           88  WS-DISPUTE-NO-FILE      VALUE '35'.

       01  WS-HANDOFF-CONTROLS.
           05  WS-OVERRIDE-FLAG        PIC X(1) VALUE 'N'.
               88  WS-OVERRIDE-ON      VALUE 'Y'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
      *    A missing dispute file means no dispute has ever been
      *    opened - every aged dollar is chargeable
           05  WS-DISPUTE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DISPUTES-AVAILABLE VALUE 'Y'.
               88  WS-NO-DISPUTE-FILE  VALUE 'N'.
           05  WS-DISPUTE-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-DISPUTE-EOF      VALUE 'Y'.
               88  WS-DISPUTE-NOT-EOF  VALUE 'N'.

      * Tiered monthly finance-charge rates by aging bucket
       01  WS-RATE-CONTROLS.
           05  WS-FEE-AMOUNT           PIC S9(7)V99 COMP-3.
           05  WS-FEE-RATE             PIC V999.
           05  WS-AGED-AMOUNT          PIC S9(7)V99 COMP-3.
           05  WS-DISPUTED-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NOT-ON-FILE  VALUE 'N'.
           05  WS-TIER-3-FEES          PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-GRAND-COUNT          PIC 9(8) VALUE ZEROS.
           05  WS-GRAND-FEES           PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-DISPUTE-HELD-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-DISPUTE-HELD-AMOUNT  PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-RPT-GRAND-FEES       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-DISPUTE-TOTAL-LINE.
           05  FILLER                  PIC X(27)
               VALUE 'DISPUTED DOLLARS HELD OUT:'.
           05  WS-RPT-DISPUTE-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DISPUTE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-CYCLE-TOTAL-LINE.
           05  FILLER                  PIC X(6) VALUE 'CYCLE'.
           05  WS-CYC-RPT-CODE         PIC 99.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CUSTFEE' TO JRQ-PROGRAM-ID
           MOVE SPACES TO JRQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-CYCLE
           PERFORM 1040-LOAD-CYCLE-CARDS
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
      *    The posting steps have normally started the night's
      *    activity file - append to it, never truncate it
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
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-NO-FILE
               SET WS-NO-DISPUTE-FILE TO TRUE
           ELSE
               IF NOT WS-DISPUTE-OK
                   MOVE WS-DISPUTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DISPUTE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER
           PERFORM 1100-READ-CUSTOMER.

           IF WS-AGE-FOUND
               COMPUTE WS-AGED-AMOUNT =
                   AGE-30-AMT + AGE-60-AMT + AGE-90-AMT + AGE-120-AMT
               IF WS-AGED-AMOUNT > ZERO
                   PERFORM 2160-HOLD-OUT-DISPUTES
               END-IF
               IF WS-AGED-AMOUNT > ZERO
                   EVALUATE TRUE
                       WHEN AGE-90-AMT > ZERO OR AGE-120-AMT > ZERO
                   SET WS-AGE-FOUND TO TRUE
           END-READ.

       2160-HOLD-OUT-DISPUTES.
      *    Dollars under open dispute are not chargeable until the
      *    dispute is resolved - take them off the aged amount, never
      *    below zero
           PERFORM 2170-SUM-OPEN-DISPUTES
           IF WS-DISPUTED-AMOUNT > ZERO
               IF WS-DISPUTED-AMOUNT > WS-AGED-AMOUNT
                   MOVE WS-AGED-AMOUNT TO WS-DISPUTED-AMOUNT
               END-IF
               SUBTRACT WS-DISPUTED-AMOUNT FROM WS-AGED-AMOUNT
               ADD 1 TO WS-DISPUTE-HELD-COUNT
               ADD WS-DISPUTED-AMOUNT TO WS-DISPUTE-HELD-AMOUNT
           END-IF.

       2170-SUM-OPEN-DISPUTES.
           MOVE ZEROS TO WS-DISPUTED-AMOUNT
           IF WS-DISPUTES-AVAILABLE
               SET WS-DISPUTE-NOT-EOF TO TRUE
               MOVE CUST-ID TO DSP-CUST-ID
               START DISPUTE-FILE KEY IS EQUAL TO DSP-CUST-ID
                   INVALID KEY SET WS-DISPUTE-EOF TO TRUE
               END-START
               PERFORM 2175-ADD-NEXT-DISPUTE
                   UNTIL WS-DISPUTE-EOF
           END-IF.

       2175-ADD-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-DISPUTE-EOF TO TRUE
           END-READ
           IF WS-DISPUTE-NOT-EOF
               IF DSP-CUST-ID NOT = CUST-ID
                   SET WS-DISPUTE-EOF TO TRUE
               ELSE
                   IF DSP-OPEN
                       ADD DSP-AMOUNT TO WS-DISPUTED-AMOUNT
                   END-IF
               END-IF
           END-IF.

       2200-APPLY-CHARGE.
           MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
           MOVE CUST-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-FEE-AMOUNT ROUNDED =
               WS-AGED-AMOUNT * WS-FEE-RATE
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
           END-REWRITE
           SET JRQ-CHANGE TO TRUE
           PERFORM 7900-JOURNAL-CUSTOMER
      *    The charge itself is new current debt on the sub-ledger
           ADD WS-FEE-AMOUNT TO AGE-CURRENT-AMT
           REWRITE AGE-BUCKET-RECORD
           ADD 1 TO WS-CYCLE-FEE-COUNT(CUST-CYCLE-CODE + 1)
           ADD WS-FEE-AMOUNT
               TO WS-CYCLE-FEE-AMOUNT(CUST-CYCLE-CODE + 1)
           PERFORM 2250-WRITE-GL-ACTIVITY
           PERFORM 2300-WRITE-REGISTER-DETAIL.

       2250-WRITE-GL-ACTIVITY.
      *    One GL item per charge, in the amount the handoff counts
           MOVE SPACES TO GL-ACTIVITY-RECORD
           MOVE 'CUSTFEE' TO GLA-STEP-NAME
           MOVE WS-RUN-DATE TO GLA-RUN-DATE
           MOVE 'FIN' TO GLA-ACTIVITY-TYPE
           MOVE CUST-ID TO GLA-CUST-ID
           MOVE WS-FEE-AMOUNT TO GLA-AMOUNT
           MOVE WS-RUN-CYCLE TO GLA-REFERENCE
           WRITE GL-ACTIVITY-RECORD
           IF NOT WS-GL-OK
               MOVE WS-GL-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR WRITING GL ACTIVITY RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2300-WRITE-REGISTER-DETAIL.
           PERFORM 2310-CHECK-PAGE-BREAK
           MOVE CUST-ID TO WS-RPT-CUST-ID
           MOVE WS-GRAND-FEES TO WS-RPT-GRAND-FEES
           MOVE WS-GRAND-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-DISPUTE-HELD-COUNT TO WS-RPT-DISPUTE-COUNT
           MOVE WS-DISPUTE-HELD-AMOUNT TO WS-RPT-DISPUTE-AMOUNT
           MOVE WS-DISPUTE-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM 3100-WRITE-CYCLE-TOTAL
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > 100.
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
           CLOSE CUSTOMER-FILE
           CLOSE AGE-FILE
           CLOSE REGISTER-FILE
           CLOSE GL-ACTIVITY-FILE
           IF WS-DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           DISPLAY 'FINANCE CHARGE ASSESSMENT COMPLETE'.
