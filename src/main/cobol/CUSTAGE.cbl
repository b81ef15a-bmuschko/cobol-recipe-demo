      * the age of the whole balance from CUST-LAST-UPDATE. The       *
      * report lists every open balance with its spread across the    *
      * current/30/60/90/120 buckets and totals the dollars in each   *
      * bucket for collections follow-up. The roll also stamps the    *
      * date dollars first land in an empty over-120 bucket, which is *
      * the clock the CUSTCHGO charge-off policy runs on.              *
      * An ASOF=yyyymm control card reports a closed month instead,   *
      * straight off the CUSTCLOS month-end snapshot (ARSNAP): the    *
      * buckets as they were frozen at the close, nothing rolled and  *
      * nothing rewritten. A month that was never closed is refused.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGE-CUST-ID
               FILE STATUS IS WS-AGE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO ARSNAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.

       FD  AGE-FILE.
       COPY AGEBUCKT.

      * The month-end snapshot - read only, for an as-of report
       FD  SNAPSHOT-FILE.
       COPY ARSNAP.

      * Run-control cards:
      *   ASOF=yyyymm            report a closed month off the snapshot
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           88  WS-AGE-NOT-FOUND        VALUE '23'.
           88  WS-AGE-NO-FILE          VALUE '35'.

       01  WS-SNAPSHOT-STATUS          PIC XX.
           88  WS-SNAPSHOT-OK          VALUE '00'.
           88  WS-SNAPSHOT-NO-FILE     VALUE '35'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-REPORT-STATUS            PIC XX.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-RUN-MODE-FLAG        PIC X(1) VALUE 'L'.
               88  WS-LIVE-RUN         VALUE 'L'.
               88  WS-ASOF-RUN         VALUE 'A'.

       01  WS-WORK-AREAS.
           05  WS-TODAY-DATE           PIC 9(8).
           05  WS-TODAY-INTEGER        PIC S9(8) COMP.
           05  WS-DAYS-SINCE-ROLL      PIC S9(8) COMP.
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-ASOF-MONTH           PIC 9(6).
           05  WS-ASOF-MONTH-R REDEFINES WS-ASOF-MONTH.
               10  WS-ASOF-YEAR        PIC 9(4).
               10  WS-ASOF-MM          PIC 9(2).
           05  WS-AGE-FOUND-FLAG       PIC X(1).
               88  WS-AGE-FOUND        VALUE 'Y'.
               88  WS-AGE-NEW          VALUE 'N'.
           05  WS-ENTER-120-FLAG       PIC X(1).
               88  WS-ENTERING-120     VALUE 'Y'.
               88  WS-NOT-ENTERING-120 VALUE 'N'.

      * One aging period measured in business days - about the
      * business days in thirty calendar days, so the bucket ladder
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-ASOF-HEADER.
           05  FILLER                  PIC X(16)
               VALUE 'AS OF MONTH-END'.
           05  WS-ASOF-HDR-YEAR        PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-ASOF-HDR-MONTH       PIC 9(2).
           05  FILLER                  PIC X(13) VALUE ' - CLOSED ON'.
           05  WS-ASOF-HDR-CLOSED      PIC 9999/99/99.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(28) VALUE 'NAME'.
       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-ASOF-RUN
               PERFORM 2500-PROCESS-SNAPSHOT
                   UNTIL WS-END-OF-FILE
           ELSE
               PERFORM 2000-PROCESS-FILE
                   UNTIL WS-END-OF-FILE
           END-IF
           PERFORM 3000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 1040-LOAD-RUN-CARDS
           IF WS-ASOF-RUN
               PERFORM 1500-OPEN-CLOSED-MONTH
           ELSE
               PERFORM 1010-OPEN-LIVE-FILES
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-HDR-RUN-DATE
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ASOF-RUN
               MOVE WS-ASOF-YEAR TO WS-ASOF-HDR-YEAR
               MOVE WS-ASOF-MM TO WS-ASOF-HDR-MONTH
               MOVE WS-ASOF-HEADER TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-COLUMN-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ASOF-RUN
               PERFORM 2510-READ-SNAPSHOT
           ELSE
               PERFORM 1100-READ-CUSTOMER
           END-IF.

       1010-OPEN-LIVE-FILES.
           PERFORM 1050-LOAD-CALENDAR
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE WS-AGE-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING AGING FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       1040-LOAD-RUN-CARDS.
      *    A missing control file ages the live master as always
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1042-READ-RUN-CARD
               PERFORM 1044-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1042-READ-RUN-CARD.
           READ RUN-CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.

       1044-APPLY-RUN-CARD.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:1) = '*'
               OR CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN CONTROL-RECORD(1:5) = 'ASOF='
                   IF CONTROL-RECORD(6:6) IS NUMERIC
                   AND CONTROL-RECORD(10:2) > '00'
                   AND CONTROL-RECORD(10:2) < '13'
                       MOVE CONTROL-RECORD(6:6) TO WS-ASOF-MONTH
                       SET WS-ASOF-RUN TO TRUE
                   ELSE
                       DISPLAY 'BAD ASOF CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1042-READ-RUN-CARD.

       1050-LOAD-CALENDAR.
      *    First call loads the holiday file - a missing file still
               DISPLAY 'NO HOLIDAY CALENDAR - WEEKENDS ONLY'
           END-IF.

       1500-OPEN-CLOSED-MONTH.
      *    The month must have been closed - its control record is
      *    the proof the snapshot behind it is whole
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-NO-FILE
               DISPLAY 'NO SNAPSHOT FILE - NO MONTH HAS BEEN CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-SNAPSHOT-OK
               MOVE WS-SNAPSHOT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING SNAPSHOT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE WS-ASOF-MONTH TO SNP-CLOSE-MONTH
           MOVE ZEROS TO SNP-CUST-ID
           READ SNAPSHOT-FILE
               INVALID KEY
                   DISPLAY 'MONTH ' WS-ASOF-MONTH ' HAS NOT BEEN'
                       ' CLOSED - NO AS-OF REPORT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE SNP-CLOSE-DATE TO WS-ASOF-HDR-CLOSED
           START SNAPSHOT-FILE KEY IS GREATER THAN SNP-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START.

       1100-READ-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           MOVE ZEROS TO AGE-60-AMT
           MOVE ZEROS TO AGE-90-AMT
           MOVE ZEROS TO AGE-120-AMT
           MOVE CUST-LAST-UPDATE TO AGE-LAST-ROLL-DATE
           MOVE ZEROS TO AGE-120-SINCE-DATE.

       2130-ROLL-BUCKETS.
      *    One roll per elapsed aging period of business days - the
           CALL 'CUSTCAL' USING CALENDAR-REQUEST
           MOVE CAL-BUSINESS-DAYS TO WS-DAYS-SINCE-ROLL
           PERFORM 2140-ROLL-ONE-PERIOD
               UNTIL WS-DAYS-SINCE-ROLL < WS-BUSDAYS-PER-PERIOD
      *    A record from before the over-120 date was kept, or one
      *    whose oldest dollars were since paid off, has no running
      *    clock - start one at the last roll if dollars sit there
           IF AGE-120-AMT NOT > ZERO
               MOVE ZEROS TO AGE-120-SINCE-DATE
           ELSE
               IF AGE-120-SINCE-DATE NOT NUMERIC
               OR AGE-120-SINCE-DATE = ZEROS
                   MOVE AGE-LAST-ROLL-DATE TO AGE-120-SINCE-DATE
               END-IF
           END-IF.

       2140-ROLL-ONE-PERIOD.
      *    Dollars rolling into an empty over-120 bucket start its
      *    clock on the boundary date this roll moves to
           IF AGE-120-AMT NOT > ZERO
           AND AGE-90-AMT > ZERO
               SET WS-ENTERING-120 TO TRUE
           ELSE
               SET WS-NOT-ENTERING-120 TO TRUE
           END-IF
           ADD AGE-90-AMT TO AGE-120-AMT
           MOVE AGE-60-AMT TO AGE-90-AMT
           MOVE AGE-30-AMT TO AGE-60-AMT
           MOVE WS-BUSDAYS-PER-PERIOD TO CAL-BUSINESS-DAYS
           CALL 'CUSTCAL' USING CALENDAR-REQUEST
           MOVE CAL-TO-DATE TO AGE-LAST-ROLL-DATE
           IF WS-ENTERING-120
               MOVE AGE-LAST-ROLL-DATE TO AGE-120-SINCE-DATE
           END-IF
           SUBTRACT WS-BUSDAYS-PER-PERIOD FROM WS-DAYS-SINCE-ROLL.

       2150-SAVE-AGE-RECORD.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       2500-PROCESS-SNAPSHOT.
      *    The frozen buckets are reported exactly as the close left
      *    them - same open-balance rule, same counting as live
           IF SNP-BALANCE > 0
               PERFORM 2570-ACCUMULATE-SNAPSHOT
               PERFORM 2600-WRITE-SNAPSHOT-DETAIL
           END-IF
           PERFORM 2510-READ-SNAPSHOT.

       2510-READ-SNAPSHOT.
           IF WS-NOT-EOF
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF
           IF WS-NOT-EOF
               IF SNP-CLOSE-MONTH NOT = WS-ASOF-MONTH
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF.

       2570-ACCUMULATE-SNAPSHOT.
           EVALUATE TRUE
               WHEN SNP-AGE-120-AMT > ZERO
                   ADD 1 TO WS-BUCKET-4-COUNT
               WHEN SNP-AGE-90-AMT > ZERO
                   ADD 1 TO WS-BUCKET-3-COUNT
               WHEN SNP-AGE-60-AMT > ZERO
                   ADD 1 TO WS-BUCKET-2-COUNT
               WHEN SNP-AGE-30-AMT > ZERO
                   ADD 1 TO WS-BUCKET-1-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BUCKET-0-COUNT
           END-EVALUATE
           ADD SNP-AGE-CURRENT-AMT TO WS-BUCKET-0-BALANCE
           ADD SNP-AGE-30-AMT TO WS-BUCKET-1-BALANCE
           ADD SNP-AGE-60-AMT TO WS-BUCKET-2-BALANCE
           ADD SNP-AGE-90-AMT TO WS-BUCKET-3-BALANCE
           ADD SNP-AGE-120-AMT TO WS-BUCKET-4-BALANCE
           ADD 1 TO WS-GRAND-COUNT
           ADD SNP-BALANCE TO WS-GRAND-BALANCE.

       2600-WRITE-SNAPSHOT-DETAIL.
           MOVE SNP-CUST-ID TO WS-RPT-CUST-ID
           MOVE SNP-CUST-NAME TO WS-RPT-NAME
           MOVE SNP-AGE-CURRENT-AMT TO WS-RPT-CURRENT
           MOVE SNP-AGE-30-AMT TO WS-RPT-30
           MOVE SNP-AGE-60-AMT TO WS-RPT-60
           MOVE SNP-AGE-90-AMT TO WS-RPT-90
           MOVE SNP-AGE-120-AMT TO WS-RPT-120
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE.

       3000-WRITE-TOTALS.
           MOVE WS-BUCKET-0-COUNT TO WS-RPT-B0-COUNT
           MOVE WS-BUCKET-0-BALANCE TO WS-RPT-B0-BALANCE
           STOP RUN.

       9000-TERMINATE.
           IF WS-ASOF-RUN
               CLOSE SNAPSHOT-FILE
           ELSE
               CLOSE CUSTOMER-FILE
               CLOSE AGE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'BALANCE AGING REPORT COMPLETE'.
