       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCOLR.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTCOLR - Daily Collector Activity Report                    *
      * What the collectors did in a day, for the collections         *
      * supervisor. Every contact note taken on the report date       *
      * (NOTEFILE, written from CUSTMGMT and the CUSTCICS notes       *
      * screen) is sorted by the operator who took it, then by        *
      * outcome, then by time of day, and listed one line apiece      *
      * with the customer, the kind of contact and the start of the   *
      * note text. Each outcome closes with its count, each operator  *
      * with the operator's total, and the report closes with the     *
      * day's count for every outcome code, so promises to pay and    *
      * refusals can be compared across the team. Operator names      *
      * come from OPERFILE when it is there; an ID no longer on file  *
      * is listed under the ID alone. The day is named on a           *
      * DATE=yyyymmdd card; without one the report covers the run     *
      * date. A missing notes file means no notes have been taken     *
      * and the report prints its totals only.                        *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTE-FILE.
       COPY CONTNOTE.

       FD  OPERATOR-FILE.
       COPY OPRFILE.

      * Collector activity report
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - DATE=yyyymmdd. A missing file reports the
      * run date.
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-OPERATOR-ID         PIC X(8).
           05  SRT-OUTCOME-CODE        PIC X(2).
           05  SRT-TIME                PIC 9(8).
           05  SRT-CUST-ID             PIC 9(8).
           05  SRT-CONTACT-TYPE        PIC X(1).
           05  SRT-TEXT                PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-NOTE-STATUS              PIC XX.
           88  WS-NOTE-OK              VALUE '00'.
           88  WS-NOTE-NO-FILE         VALUE '35'.

       01  WS-OPERATOR-STATUS          PIC XX.
           88  WS-OPERATOR-OK          VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND   VALUE '23'.
           88  WS-OPERATOR-NO-FILE     VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-SORT-EOF-FLAG        PIC X(1) VALUE 'N'.
               88  WS-SORT-EOF         VALUE 'Y'.
               88  WS-SORT-NOT-EOF     VALUE 'N'.
           05  WS-FIRST-NOTE-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-FIRST-NOTE       VALUE 'Y'.
               88  WS-NOT-FIRST-NOTE   VALUE 'N'.
      *    No notes file means no notes have been taken yet
           05  WS-NOTES-AVAIL-FLAG     PIC X(1) VALUE 'Y'.
               88  WS-NOTES-AVAILABLE  VALUE 'Y'.
               88  WS-NO-NOTES-FILE    VALUE 'N'.
      *    Names are a courtesy; the report runs without OPERFILE
           05  WS-OPER-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-OPER-AVAILABLE   VALUE 'Y'.
               88  WS-NO-OPER-FILE     VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-REPORT-DATE          PIC 9(8).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-CURRENT-OPERATOR     PIC X(8).
           05  WS-CURRENT-OUTCOME      PIC X(2).
           05  WS-OPERATOR-NAME        PIC X(30).
           05  WS-OUTCOME-TEXT         PIC X(20).
           05  WS-TYPE-TEXT            PIC X(13).
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-EDIT-TIME            PIC 9(8).
           05  WS-EDIT-TIME-R REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH          PIC 9(2).
               10  WS-EDIT-MI          PIC 9(2).
               10  WS-EDIT-SS          PIC 9(2).
               10  WS-EDIT-CC          PIC 9(2).

      * The outcome codes in CONTNOTE, in the order the day's totals
      * are printed. The last slot gathers any code not on the list
      * so the grand total always foots to the notes listed.
       01  WS-OUTCOME-VALUES.
           05  FILLER                  PIC X(22)
               VALUE 'PPPROMISE TO PAY'.
           05  FILLER                  PIC X(22)
               VALUE 'PMPAYMENT MADE'.
           05  FILLER                  PIC X(22)
               VALUE 'CBCALL BACK REQUESTED'.
           05  FILLER                  PIC X(22)
               VALUE 'NANO ANSWER'.
           05  FILLER                  PIC X(22)
               VALUE 'LMLEFT MESSAGE'.
           05  FILLER                  PIC X(22)
               VALUE 'WNWRONG NUMBER'.
           05  FILLER                  PIC X(22)
               VALUE 'DPDISPUTES BALANCE'.
           05  FILLER                  PIC X(22)
               VALUE 'RPREFUSED TO PAY'.
           05  FILLER                  PIC X(22)
               VALUE 'SELETTER/EMAIL SENT'.
           05  FILLER                  PIC X(22)
               VALUE 'ININFORMATION ONLY'.
           05  FILLER                  PIC X(22)
               VALUE '??OTHER OUTCOME'.
       01  WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-VALUES.
           05  WS-OUTCOME-ENTRY        OCCURS 11 TIMES.
               10  WS-OUT-CODE         PIC X(2).
               10  WS-OUT-TEXT         PIC X(20).

       01  WS-OUTCOME-COUNTS.
           05  WS-OUT-COUNT            PIC 9(8) OCCURS 11 TIMES.

       01  WS-TABLE-CONTROLS.
           05  WS-OUT-IDX              PIC 9(4) COMP.
           05  WS-OUT-MAX              PIC 9(4) COMP VALUE 11.

       01  WS-COUNTERS.
           05  WS-NOTE-READ-COUNT      PIC 9(8) VALUE ZEROS.
           05  WS-DAY-NOTE-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-OUTCOME-NOTES        PIC 9(8) VALUE ZEROS.
           05  WS-OPERATOR-NOTES       PIC 9(8) VALUE ZEROS.
           05  WS-TOTAL-NOTES          PIC 9(8) VALUE ZEROS.
           05  WS-OPERATORS-REPORTED   PIC 9(6) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36)
               VALUE 'DAILY COLLECTOR ACTIVITY - FOR'.
           05  WS-HDR-REPORT-DATE      PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TIME'.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(15) VALUE 'CONTACT'.
           05  FILLER                  PIC X(24) VALUE 'OUTCOME'.
           05  FILLER                  PIC X(60) VALUE 'NOTE'.
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-OPERATOR-LINE.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR:'.
           05  WS-OPL-OPERATOR-ID      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-OPL-NAME             PIC X(30).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-DTL-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-DTL-MI               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-DTL-SS               PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(13).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-OUTCOME          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-OUTCOME-TEXT     PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DTL-TEXT             PIC X(60).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-OUTCOME-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOTAL FOR'.
           05  WS-OTL-OUTCOME          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-OTL-TEXT             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-OTL-NOTES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(6) VALUE ' NOTES'.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-OPERATOR-TOTAL-LINE.
           05  FILLER                  PIC X(19)
               VALUE 'TOTAL FOR OPERATOR'.
           05  WS-OTT-OPERATOR-ID      PIC X(8).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-OTT-NOTES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(6) VALUE ' NOTES'.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-SUMMARY-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'NOTES TAKEN BY OUTCOME - ALL OPERATORS'.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SUM-OUTCOME          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-SUM-TEXT             PIC X(20).
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  WS-SUM-NOTES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE 'TOTAL'.
           05  WS-GRD-OPERATORS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE ' OPERATORS'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-GRD-NOTES            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(6) VALUE ' NOTES'.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RUN-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE 'NOTES READ:'.
           05  WS-RUN-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'NOTES FOR DATE:'.
           05  WS-RUN-FOR-DATE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF WS-NOTES-AVAILABLE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-OPERATOR-ID
                                    SRT-OUTCOME-CODE
                                    SRT-TIME
                                    SRT-CUST-ID
                   INPUT PROCEDURE IS 2000-RELEASE-DAY-NOTES
                   OUTPUT PROCEDURE IS 3000-LIST-BY-OPERATOR
           END-IF
           PERFORM 4000-WRITE-GRAND-TOTAL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           MOVE ZEROS TO WS-OUTCOME-COUNTS
           PERFORM 1040-LOAD-RUN-CARDS
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-NO-FILE
               SET WS-NO-NOTES-FILE TO TRUE
               DISPLAY 'NO CONTACT NOTES FILE - NOTHING TO REPORT'
           ELSE
               IF NOT WS-NOTE-OK
                   MOVE WS-NOTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CONTACT NOTES FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-NO-FILE
               SET WS-NO-OPER-FILE TO TRUE
               DISPLAY 'NO OPERATOR FILE - IDS LISTED WITHOUT NAMES'
           ELSE
               IF NOT WS-OPERATOR-OK
                   MOVE WS-OPERATOR-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING OPERATOR FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               MOVE WS-REPORT-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1050-READ-RUN-CARD
               PERFORM 1060-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1050-READ-RUN-CARD.
           READ RUN-CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.

       1060-APPLY-RUN-CARD.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:1) = '*'
               OR CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN CONTROL-RECORD(1:5) = 'DATE='
                   IF CONTROL-RECORD(6:8) IS NUMERIC
                   AND CONTROL-RECORD(10:2) > '00'
                   AND CONTROL-RECORD(10:2) < '13'
                   AND CONTROL-RECORD(12:2) > '00'
                   AND CONTROL-RECORD(12:2) < '32'
                       MOVE CONTROL-RECORD(6:8) TO WS-REPORT-DATE
                   ELSE
                       DISPLAY 'BAD DATE CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       2000-RELEASE-DAY-NOTES.
           PERFORM 2100-READ-NOTE
           PERFORM 2200-RELEASE-ONE-NOTE
               UNTIL WS-END-OF-FILE.

       2100-READ-NOTE.
           READ NOTE-FILE NEXT RECORD
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       2200-RELEASE-ONE-NOTE.
           ADD 1 TO WS-NOTE-READ-COUNT
      *    A note belongs to the day it was taken, whichever customer
      *    it was taken against
           IF NTE-DATE = WS-REPORT-DATE
               ADD 1 TO WS-DAY-NOTE-COUNT
               MOVE NTE-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE NTE-OUTCOME-CODE TO SRT-OUTCOME-CODE
               MOVE NTE-TIME TO SRT-TIME
               MOVE NTE-CUST-ID TO SRT-CUST-ID
               MOVE NTE-CONTACT-TYPE TO SRT-CONTACT-TYPE
               MOVE NTE-TEXT TO SRT-TEXT
               RELEASE SORT-RECORD
           END-IF
           PERFORM 2100-READ-NOTE.

       3000-LIST-BY-OPERATOR.
           SET WS-SORT-NOT-EOF TO TRUE
           PERFORM 3100-RETURN-AND-LIST
               UNTIL WS-SORT-EOF
           IF WS-NOT-FIRST-NOTE
               PERFORM 3300-WRITE-OUTCOME-TOTAL
               PERFORM 3400-WRITE-OPERATOR-TOTAL
           END-IF.

       3100-RETURN-AND-LIST.
           RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 3200-LIST-ONE-NOTE
           END-RETURN.

       3200-LIST-ONE-NOTE.
           EVALUATE TRUE
               WHEN WS-FIRST-NOTE
                   SET WS-NOT-FIRST-NOTE TO TRUE
                   PERFORM 3500-START-OPERATOR
               WHEN SRT-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
                   PERFORM 3300-WRITE-OUTCOME-TOTAL
                   PERFORM 3400-WRITE-OPERATOR-TOTAL
                   PERFORM 3500-START-OPERATOR
               WHEN SRT-OUTCOME-CODE NOT = WS-CURRENT-OUTCOME
                   PERFORM 3300-WRITE-OUTCOME-TOTAL
                   MOVE SRT-OUTCOME-CODE TO WS-CURRENT-OUTCOME
           END-EVALUATE
           PERFORM 3310-NAME-OUTCOME
           PERFORM 3210-NAME-CONTACT-TYPE
           MOVE SRT-TIME TO WS-EDIT-TIME
           MOVE WS-EDIT-HH TO WS-DTL-HH
           MOVE WS-EDIT-MI TO WS-DTL-MI
           MOVE WS-EDIT-SS TO WS-DTL-SS
           MOVE SRT-CUST-ID TO WS-DTL-CUST-ID
           MOVE WS-TYPE-TEXT TO WS-DTL-TYPE
           MOVE SRT-OUTCOME-CODE TO WS-DTL-OUTCOME
           MOVE WS-OUTCOME-TEXT TO WS-DTL-OUTCOME-TEXT
           MOVE SRT-TEXT TO WS-DTL-TEXT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-OUTCOME-NOTES
           ADD 1 TO WS-OUT-COUNT(WS-OUT-IDX).

       3210-NAME-CONTACT-TYPE.
           EVALUATE SRT-CONTACT-TYPE
               WHEN 'I'
                   MOVE 'INBOUND CALL' TO WS-TYPE-TEXT
               WHEN 'O'
                   MOVE 'OUTBOUND CALL' TO WS-TYPE-TEXT
               WHEN 'L'
                   MOVE 'LETTER' TO WS-TYPE-TEXT
               WHEN 'E'
                   MOVE 'EMAIL' TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE 'NOT GIVEN' TO WS-TYPE-TEXT
           END-EVALUATE.

       3300-WRITE-OUTCOME-TOTAL.
           PERFORM 3310-NAME-OUTCOME
           MOVE WS-CURRENT-OUTCOME TO WS-OTL-OUTCOME
           MOVE WS-OUTCOME-TEXT TO WS-OTL-TEXT
           MOVE WS-OUTCOME-NOTES TO WS-OTL-NOTES
           MOVE WS-OUTCOME-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD WS-OUTCOME-NOTES TO WS-OPERATOR-NOTES
           MOVE ZEROS TO WS-OUTCOME-NOTES.

       3310-NAME-OUTCOME.
      *    A code not in the table is still listed, under the last
      *    slot, so the day's totals stay whole
           MOVE 1 TO WS-OUT-IDX
           PERFORM 3320-STEP-OUTCOME-TABLE
               UNTIL WS-OUT-IDX NOT LESS THAN WS-OUT-MAX
               OR WS-OUT-CODE(WS-OUT-IDX) = WS-CURRENT-OUTCOME
           MOVE WS-OUT-TEXT(WS-OUT-IDX) TO WS-OUTCOME-TEXT.

       3320-STEP-OUTCOME-TABLE.
           ADD 1 TO WS-OUT-IDX.

       3400-WRITE-OPERATOR-TOTAL.
           MOVE WS-CURRENT-OPERATOR TO WS-OTT-OPERATOR-ID
           MOVE WS-OPERATOR-NOTES TO WS-OTT-NOTES
           MOVE WS-OPERATOR-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           ADD 1 TO WS-OPERATORS-REPORTED
           ADD WS-OPERATOR-NOTES TO WS-TOTAL-NOTES
           MOVE ZEROS TO WS-OPERATOR-NOTES.

       3500-START-OPERATOR.
           MOVE SRT-OPERATOR-ID TO WS-CURRENT-OPERATOR
           MOVE SRT-OUTCOME-CODE TO WS-CURRENT-OUTCOME
           PERFORM 3510-NAME-OPERATOR
           MOVE WS-CURRENT-OPERATOR TO WS-OPL-OPERATOR-ID
           MOVE WS-OPERATOR-NAME TO WS-OPL-NAME
           MOVE WS-OPERATOR-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       3510-NAME-OPERATOR.
           MOVE SPACES TO WS-OPERATOR-NAME
           IF WS-OPER-AVAILABLE
               MOVE WS-CURRENT-OPERATOR TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
               EVALUATE TRUE
                   WHEN WS-OPERATOR-OK
                       MOVE OPR-NAME TO WS-OPERATOR-NAME
                   WHEN WS-OPERATOR-NOT-FOUND
                       MOVE '(NOT ON OPERATOR FILE)'
                           TO WS-OPERATOR-NAME
                   WHEN OTHER
                       MOVE WS-OPERATOR-STATUS TO WS-FILE-STATUS
                       MOVE 'ERROR READING OPERATOR FILE'
                           TO WS-ERROR-MESSAGE
                       PERFORM 8000-ERROR-HANDLER
               END-EVALUATE
           END-IF.

       3900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       4000-WRITE-GRAND-TOTAL.
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-SUMMARY-HEADER TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           PERFORM 4100-WRITE-OUTCOME-SUMMARY
               VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-OUT-MAX
           MOVE SPACES TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-OPERATORS-REPORTED TO WS-GRD-OPERATORS
           MOVE WS-TOTAL-NOTES TO WS-GRD-NOTES
           MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE
           MOVE WS-NOTE-READ-COUNT TO WS-RUN-READ
           MOVE WS-DAY-NOTE-COUNT TO WS-RUN-FOR-DATE
           MOVE WS-RUN-TOTAL-LINE TO REPORT-LINE
           PERFORM 3900-WRITE-REPORT-LINE.

       4100-WRITE-OUTCOME-SUMMARY.
      *    The catch-all slot is shown only when something fell in it
           IF WS-OUT-IDX < WS-OUT-MAX
           OR WS-OUT-COUNT(WS-OUT-IDX) > ZEROS
               MOVE WS-OUT-CODE(WS-OUT-IDX) TO WS-SUM-OUTCOME
               MOVE WS-OUT-TEXT(WS-OUT-IDX) TO WS-SUM-TEXT
               MOVE WS-OUT-COUNT(WS-OUT-IDX) TO WS-SUM-NOTES
               MOVE WS-SUMMARY-LINE TO REPORT-LINE
               PERFORM 3900-WRITE-REPORT-LINE
           END-IF.

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
           IF WS-NOTES-AVAILABLE
               CLOSE NOTE-FILE
           END-IF
           IF WS-OPER-AVAILABLE
               CLOSE OPERATOR-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'COLLECTOR ACTIVITY REPORT COMPLETE'.
