       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTASOF.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTASOF - Customer Record As-Of-Date Reconstruction          *
      * Rebuilds customer records as they stood at the close of a     *
      * past date, for disputes and audits. The date is named on an   *
      * ASOF=yyyymmdd card and the customers on CUST=nnnnnnnn cards,  *
      * one per card. Each record is read from the master as it is    *
      * now and the customer's change journal (CHGJRNL) is walked     *
      * newest first; every change made after the as-of date is       *
      * undone by putting the field back to its value before the      *
      * change. Undoing a delete puts a deleted customer back;        *
      * undoing an add shows the customer was not yet on file. The    *
      * report lists the changes undone, then every field as of the   *
      * date beside its value now, starred where the two differ. The  *
      * journal only knows changes made since it was started, and     *
      * CUST-LAST-UPDATE is not journaled, so it is not rebuilt. A    *
      * run with no good ASOF card builds nothing and ends with       *
      * return code 8.                                                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO CHGJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

       FD  JOURNAL-FILE.
       COPY CHGJRNL.

      * Reconstruction report
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Run-control cards - ASOF=yyyymmdd once, CUST=nnnnnnnn for
      * each customer to rebuild
       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE '00'.
           88  WS-JOURNAL-NO-FILE      VALUE '35'.

       01  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK            VALUE '00'.

       01  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK           VALUE '00'.

       01  WS-FLAGS.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-JOURNAL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-JOURNAL-EOF      VALUE 'Y'.
               88  WS-JOURNAL-NOT-EOF  VALUE 'N'.
      *    No journal means nothing has been changed since it began
           05  WS-JOURNAL-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-JOURNAL-AVAILABLE VALUE 'Y'.
               88  WS-NO-JOURNAL-FILE  VALUE 'N'.
           05  WS-ON-FILE-NOW-FLAG     PIC X(1).
               88  WS-ON-FILE-NOW      VALUE 'Y'.
               88  WS-NOT-ON-FILE-NOW  VALUE 'N'.
           05  WS-ON-FILE-ASOF-FLAG    PIC X(1).
               88  WS-ON-FILE-ASOF     VALUE 'Y'.
               88  WS-NOT-ON-FILE-ASOF VALUE 'N'.

      * The record as it stood on the as-of date, rebuilt from the
      * record as it stands now
       COPY CUSTOMER REPLACING
           CUSTOMER-RECORD BY ASOF-CUSTOMER-RECORD.

       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-COUNT        PIC 9(4) COMP VALUE ZEROS.
           05  WS-REQUEST-MAX          PIC 9(4) COMP VALUE 50.
           05  WS-REQUEST-DROPPED      PIC 9(4) COMP VALUE ZEROS.
           05  WS-REQUEST-ENTRY        OCCURS 50 TIMES.
               10  WS-REQ-CUST-ID      PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-ASOF-DATE            PIC 9(8) VALUE ZEROS.
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-SUB                  PIC 9(4) COMP.
           05  WS-SAVE-LINE            PIC X(132).
           05  WS-CUSTOMER-UNDONE      PIC 9(6).
           05  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  WS-EDIT-TIME            PIC 9(8).
           05  WS-EDIT-TIME-R REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH          PIC 9(2).
               10  WS-EDIT-MI          PIC 9(2).
               10  WS-EDIT-SS          PIC 9(2).
               10  WS-EDIT-CC          PIC 9(2).

       01  WS-COUNTERS.
           05  WS-CUSTOMERS-REBUILT    PIC 9(6) VALUE ZEROS.
           05  WS-CHANGES-UNDONE       PIC 9(8) VALUE ZEROS.
           05  WS-CUSTOMERS-CHANGED    PIC 9(6) VALUE ZEROS.
           05  WS-CUSTOMERS-UNKNOWN    PIC 9(6) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36)
               VALUE 'CUSTOMER RECORD RECONSTRUCTION - AS'.
           05  FILLER                  PIC X(4) VALUE ' OF '.
           05  WS-HDR-ASOF-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER                  PIC X(10) VALUE 'CUSTOMER:'.
           05  WS-CSL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'ON FILE NOW:'.
           05  WS-CSL-NOW              PIC X(4).
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-UNDONE-HEADER.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'CHANGES AFTER THE AS-OF DATE, UNDONE'.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-UNDONE-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-UDL-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-UDL-HH               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-UDL-MI               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE ':'.
           05  WS-UDL-SS               PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UDL-PROGRAM          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-UDL-OPERATOR         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UDL-ACTION           PIC X(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-UDL-FIELD            PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-UDL-BEFORE           PIC X(30).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-UDL-AFTER            PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-NO-CHANGES-LINE.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'NO CHANGES AFTER THE AS-OF DATE'.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-COMPARE-HEADER.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE 'FIELD'.
           05  FILLER                  PIC X(9) VALUE 'AS OF'.
           05  WS-CMH-ASOF-DATE        PIC 9999/99/99.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE 'NOW'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-COMPARE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-CML-FIELD            PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CML-ASOF             PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CML-NOW              PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CML-DIFFERS          PIC X(1).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'CUSTOMERS REBUILT:'.
           05  WS-TOT-REBUILT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE 'WITH CHANGES:'.
           05  WS-TOT-CHANGED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'CHANGES UNDONE:'.
           05  WS-TOT-UNDONE           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE 'NOT ON FILE EITHER:'.
           05  WS-TOT-UNKNOWN          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REBUILD-CUSTOMER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-REQUEST-COUNT
           PERFORM 5000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-CARDS
           IF WS-ASOF-DATE = ZEROS
               DISPLAY 'NO ASOF=YYYYMMDD CONTROL CARD - THERE IS NO'
               DISPLAY 'DATE TO REBUILD TO - NOTHING REBUILT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REQUEST-COUNT = ZERO
               DISPLAY 'NO CUST= CONTROL CARDS - NOTHING TO REBUILD'
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-FILE-OK
               MOVE 'ERROR OPENING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-NO-FILE
               SET WS-NO-JOURNAL-FILE TO TRUE
               DISPLAY 'NO CHANGE JOURNAL - RECORDS SHOWN AS THEY ARE'
           ELSE
               IF NOT WS-JOURNAL-OK
                   MOVE WS-JOURNAL-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CHANGE JOURNAL'
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
           MOVE WS-ASOF-DATE TO WS-HDR-ASOF-DATE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-CARDS.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-CONTROL-OK
               PERFORM 1050-READ-RUN-CARD
               PERFORM 1060-APPLY-RUN-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-REQUEST-DROPPED > ZEROS
               DISPLAY 'CUSTOMER TABLE FULL - CARDS IGNORED: '
                   WS-REQUEST-DROPPED
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
               WHEN CONTROL-RECORD(1:5) = 'ASOF='
                   IF CONTROL-RECORD(6:8) IS NUMERIC
                   AND CONTROL-RECORD(10:2) > '00'
                   AND CONTROL-RECORD(10:2) < '13'
                   AND CONTROL-RECORD(12:2) > '00'
                   AND CONTROL-RECORD(12:2) < '32'
                       MOVE CONTROL-RECORD(6:8) TO WS-ASOF-DATE
                   ELSE
                       DISPLAY 'BAD ASOF CARD IGNORED: '
                           CONTROL-RECORD(1:20)
                   END-IF
               WHEN CONTROL-RECORD(1:5) = 'CUST='
                   PERFORM 1070-ADD-CUSTOMER-REQUEST
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1050-READ-RUN-CARD.

       1070-ADD-CUSTOMER-REQUEST.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(6:8) IS NOT NUMERIC
                   DISPLAY 'BAD CUST CARD IGNORED: '
                       CONTROL-RECORD(1:20)
               WHEN WS-REQUEST-COUNT NOT < WS-REQUEST-MAX
                   ADD 1 TO WS-REQUEST-DROPPED
               WHEN OTHER
                   ADD 1 TO WS-REQUEST-COUNT
                   MOVE CONTROL-RECORD(6:8)
                       TO WS-REQ-CUST-ID(WS-REQUEST-COUNT)
           END-EVALUATE.

       2000-REBUILD-CUSTOMER.
      *    Start from the record as it is now - a customer no longer
      *    on the master starts empty and is put back by undoing the
      *    delete that took it away
           MOVE ZEROS TO WS-CUSTOMER-UNDONE
           MOVE WS-REQ-CUST-ID(WS-SUB) TO CUST-ID OF CUSTOMER-RECORD
           READ CUSTOMER-FILE
               INVALID KEY
                   SET WS-NOT-ON-FILE-NOW TO TRUE
                   INITIALIZE CUSTOMER-RECORD
                   MOVE WS-REQ-CUST-ID(WS-SUB)
                       TO CUST-ID OF CUSTOMER-RECORD
               NOT INVALID KEY
                   SET WS-ON-FILE-NOW TO TRUE
           END-READ
           IF NOT WS-FILE-OK AND NOT WS-FILE-NOT-FOUND
               MOVE 'ERROR READING CUSTOMER FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           MOVE CUSTOMER-RECORD TO ASOF-CUSTOMER-RECORD
           MOVE WS-ON-FILE-NOW-FLAG TO WS-ON-FILE-ASOF-FLAG
           PERFORM 2050-START-CUSTOMER-REPORT
           IF WS-JOURNAL-AVAILABLE
               PERFORM 3000-UNDO-LATER-CHANGES
           END-IF
           IF WS-CUSTOMER-UNDONE = ZERO
               MOVE WS-NO-CHANGES-LINE TO REPORT-LINE
               PERFORM 4900-WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-CUSTOMERS-CHANGED
           END-IF
           PERFORM 4000-COMPARE-RECORDS
           ADD 1 TO WS-CUSTOMERS-REBUILT.

       2050-START-CUSTOMER-REPORT.
      *    Whether the customer was on file on the as-of date is only
      *    known once its changes are undone - the comparison below
      *    shows it beside the other fields
           MOVE SPACES TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-REQ-CUST-ID(WS-SUB) TO WS-CSL-CUST-ID
           IF WS-ON-FILE-NOW
               MOVE 'YES' TO WS-CSL-NOW
           ELSE
               MOVE 'NO' TO WS-CSL-NOW
           END-IF
           MOVE WS-CUSTOMER-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-UNDONE-HEADER TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       3000-UNDO-LATER-CHANGES.
      *    The journal key runs backward in time, so the customer's
      *    changes arrive newest first; the first one made on or
      *    before the as-of date ends the walk
           SET WS-JOURNAL-NOT-EOF TO TRUE
           MOVE WS-REQ-CUST-ID(WS-SUB) TO JRN-CUST-ID
           MOVE ZEROS TO JRN-SEQ-STAMP
           MOVE ZEROS TO JRN-CHANGE-SEQ
           MOVE ZEROS TO JRN-FIELD-SEQ
           START JOURNAL-FILE KEY NOT LESS THAN JRN-KEY
               INVALID KEY SET WS-JOURNAL-EOF TO TRUE
           END-START
           IF WS-JOURNAL-NOT-EOF
               PERFORM 3100-READ-NEXT-CHANGE
               PERFORM 3200-UNDO-ONE-CHANGE
                   UNTIL WS-JOURNAL-EOF
           END-IF.

       3100-READ-NEXT-CHANGE.
           READ JOURNAL-FILE NEXT RECORD
               AT END SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       3200-UNDO-ONE-CHANGE.
           IF JRN-CUST-ID NOT = WS-REQ-CUST-ID(WS-SUB)
           OR JRN-DATE NOT > WS-ASOF-DATE
               SET WS-JOURNAL-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CUSTOMER-UNDONE
               ADD 1 TO WS-CHANGES-UNDONE
               PERFORM 3300-RESTORE-FIELD
               PERFORM 3400-WRITE-UNDONE-LINE
               PERFORM 3100-READ-NEXT-CHANGE
           END-IF.

       3300-RESTORE-FIELD.
      *    Before an add the customer was not on file; before a
      *    delete or a change it was
           IF JRN-ADD
               SET WS-NOT-ON-FILE-ASOF TO TRUE
           ELSE
               SET WS-ON-FILE-ASOF TO TRUE
           END-IF
           EVALUATE JRN-FIELD-NAME
               WHEN 'FIRST-NAME'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-FIRST-NAME OF ASOF-CUSTOMER-RECORD
               WHEN 'LAST-NAME'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-LAST-NAME OF ASOF-CUSTOMER-RECORD
               WHEN 'STREET'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-STREET OF ASOF-CUSTOMER-RECORD
               WHEN 'CITY'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-CITY OF ASOF-CUSTOMER-RECORD
               WHEN 'STATE'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-STATE OF ASOF-CUSTOMER-RECORD
               WHEN 'ZIP'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-ZIP OF ASOF-CUSTOMER-RECORD
               WHEN 'PHONE'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-PHONE OF ASOF-CUSTOMER-RECORD
               WHEN 'EMAIL'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-EMAIL OF ASOF-CUSTOMER-RECORD
               WHEN 'STATUS'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-STATUS OF ASOF-CUSTOMER-RECORD
               WHEN 'BALANCE'
                   MOVE JRN-BEFORE-AMOUNT
                       TO CUST-BALANCE OF ASOF-CUSTOMER-RECORD
               WHEN 'CREDIT-LIMIT'
                   MOVE JRN-BEFORE-AMOUNT
                       TO CUST-CREDIT-LIMIT OF ASOF-CUSTOMER-RECORD
               WHEN 'CYCLE-CODE'
                   MOVE JRN-BEFORE-VALUE(1:2)
                       TO CUST-CYCLE-CODE OF ASOF-CUSTOMER-RECORD
               WHEN 'TAX-EXEMPT'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-TAX-EXEMPT OF ASOF-CUSTOMER-RECORD
               WHEN 'TAX-CERT'
                   MOVE JRN-BEFORE-VALUE
                       TO CUST-TAX-CERT OF ASOF-CUSTOMER-RECORD
               WHEN OTHER
                   DISPLAY 'JOURNAL FIELD NOT RECOGNIZED: '
                       JRN-FIELD-NAME ' CUSTOMER ' JRN-CUST-ID
           END-EVALUATE.

       3400-WRITE-UNDONE-LINE.
           MOVE JRN-DATE TO WS-UDL-DATE
           MOVE JRN-TIME TO WS-EDIT-TIME
           MOVE WS-EDIT-HH TO WS-UDL-HH
           MOVE WS-EDIT-MI TO WS-UDL-MI
           MOVE WS-EDIT-SS TO WS-UDL-SS
           MOVE JRN-PROGRAM-ID TO WS-UDL-PROGRAM
           MOVE JRN-OPERATOR-ID TO WS-UDL-OPERATOR
           EVALUATE TRUE
               WHEN JRN-ADD
                   MOVE 'ADDED' TO WS-UDL-ACTION
               WHEN JRN-DELETE
                   MOVE 'DELETED' TO WS-UDL-ACTION
               WHEN OTHER
                   MOVE 'CHANGED' TO WS-UDL-ACTION
           END-EVALUATE
           MOVE JRN-FIELD-NAME TO WS-UDL-FIELD
           IF JRN-AMOUNT-VALUE
               MOVE JRN-BEFORE-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-UDL-BEFORE
               MOVE JRN-AFTER-AMOUNT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-UDL-AFTER
           ELSE
               MOVE JRN-BEFORE-VALUE TO WS-UDL-BEFORE
               MOVE JRN-AFTER-VALUE TO WS-UDL-AFTER
           END-IF
           MOVE WS-UNDONE-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4000-COMPARE-RECORDS.
      *    A side the customer was not on file for is left blank
           MOVE WS-ASOF-DATE TO WS-CMH-ASOF-DATE
           MOVE WS-COMPARE-HEADER TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE 'ON FILE' TO WS-CML-FIELD
           IF WS-ON-FILE-ASOF
               MOVE 'YES' TO WS-CML-ASOF
           ELSE
               MOVE 'NO' TO WS-CML-ASOF
           END-IF
           IF WS-ON-FILE-NOW
               MOVE 'YES' TO WS-CML-NOW
           ELSE
               MOVE 'NO' TO WS-CML-NOW
           END-IF
           PERFORM 4800-WRITE-COMPARE-LINE
           IF WS-NOT-ON-FILE-ASOF AND WS-NOT-ON-FILE-NOW
               ADD 1 TO WS-CUSTOMERS-UNKNOWN
           ELSE
               PERFORM 4100-COMPARE-NAME-ADDRESS
               PERFORM 4200-COMPARE-ACCOUNT
           END-IF.

       4100-COMPARE-NAME-ADDRESS.
           MOVE 'FIRST-NAME' TO WS-CML-FIELD
           MOVE CUST-FIRST-NAME OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-FIRST-NAME OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'LAST-NAME' TO WS-CML-FIELD
           MOVE CUST-LAST-NAME OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-LAST-NAME OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'STREET' TO WS-CML-FIELD
           MOVE CUST-STREET OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-STREET OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'CITY' TO WS-CML-FIELD
           MOVE CUST-CITY OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-CITY OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'STATE' TO WS-CML-FIELD
           MOVE CUST-STATE OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-STATE OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'ZIP' TO WS-CML-FIELD
           MOVE CUST-ZIP OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-ZIP OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'PHONE' TO WS-CML-FIELD
           MOVE CUST-PHONE OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-PHONE OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'EMAIL' TO WS-CML-FIELD
           MOVE CUST-EMAIL OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-EMAIL OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE.

       4200-COMPARE-ACCOUNT.
           MOVE 'STATUS' TO WS-CML-FIELD
           MOVE CUST-STATUS OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-STATUS OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'BALANCE' TO WS-CML-FIELD
           MOVE CUST-BALANCE OF ASOF-CUSTOMER-RECORD TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CML-ASOF
           MOVE CUST-BALANCE OF CUSTOMER-RECORD TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'CREDIT-LIMIT' TO WS-CML-FIELD
           MOVE CUST-CREDIT-LIMIT OF ASOF-CUSTOMER-RECORD
               TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CML-ASOF
           MOVE CUST-CREDIT-LIMIT OF CUSTOMER-RECORD TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'CYCLE-CODE' TO WS-CML-FIELD
           MOVE CUST-CYCLE-CODE OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-CYCLE-CODE OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'TAX-EXEMPT' TO WS-CML-FIELD
           MOVE CUST-TAX-EXEMPT OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-TAX-EXEMPT OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE
           MOVE 'TAX-CERT' TO WS-CML-FIELD
           MOVE CUST-TAX-CERT OF ASOF-CUSTOMER-RECORD TO WS-CML-ASOF
           MOVE CUST-TAX-CERT OF CUSTOMER-RECORD TO WS-CML-NOW
           PERFORM 4700-WRITE-FIELD-LINE.

       4700-WRITE-FIELD-LINE.
      *    Only a side the customer was on file for carries a value
           IF WS-NOT-ON-FILE-ASOF
               MOVE SPACES TO WS-CML-ASOF
           END-IF
           IF WS-NOT-ON-FILE-NOW
               MOVE SPACES TO WS-CML-NOW
           END-IF
           PERFORM 4800-WRITE-COMPARE-LINE.

       4800-WRITE-COMPARE-LINE.
           IF WS-CML-ASOF = WS-CML-NOW
               MOVE SPACE TO WS-CML-DIFFERS
           ELSE
               MOVE '*' TO WS-CML-DIFFERS
           END-IF
           MOVE WS-COMPARE-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

       4900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE
           MOVE WS-CUSTOMERS-REBUILT TO WS-TOT-REBUILT
           MOVE WS-CUSTOMERS-CHANGED TO WS-TOT-CHANGED
           MOVE WS-CHANGES-UNDONE TO WS-TOT-UNDONE
           MOVE WS-CUSTOMERS-UNKNOWN TO WS-TOT-UNKNOWN
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM 4900-WRITE-REPORT-LINE.

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
           CLOSE CUSTOMER-FILE
           IF WS-JOURNAL-AVAILABLE
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CUSTOMER RECONSTRUCTION COMPLETE'
           DISPLAY 'CUSTOMERS REBUILT: ' WS-CUSTOMERS-REBUILT
           DISPLAY 'CHANGES UNDONE:    ' WS-CHANGES-UNDONE.
