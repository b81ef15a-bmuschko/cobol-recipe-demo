       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTJRNL.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTJRNL - Customer Change Journal Writer Subroutine          *
      * Called by every batch program that adds, rewrites or deletes  *
      * a CUSTOMER-RECORD, once the master has taken the change, so   *
      * "who lowered my credit limit and when" can be answered from   *
      * data instead of from memory. CUSTJBLD compares the before     *
      * and after images and builds one CHGJRNL record per changed    *
      * field; this routine writes them to the change journal         *
      * (CHGJRNL), opening it on the first change of the run and      *
      * creating it the first time it is ever used. A key already on  *
      * file - another job changing the same customer in the same     *
      * hundredth of a second - is stepped to the next change number  *
      * and written again. Function 'C' closes the journal at the end *
      * of the caller's run. A journal that cannot be written comes   *
      * back as return code 8 with the file status, and the caller    *
      * stops the way it stops for any other file error.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO CHGJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JFR-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Laid out in full by CHGJRNL; the records arrive already built
       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD.
           05  JFR-KEY                 PIC X(30).
           05  FILLER                  PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK           VALUE '00'.
           88  WS-JOURNAL-DUPLICATE    VALUE '22'.
           88  WS-JOURNAL-NO-FILE      VALUE '35'.

       01  WS-FLAGS.
           05  WS-JOURNAL-OPEN-FLAG    PIC X(1) VALUE 'N'.
               88  WS-JOURNAL-OPEN     VALUE 'Y'.
               88  WS-JOURNAL-CLOSED   VALUE 'N'.

       COPY CHGJRNL.

       01  WS-WORK-AREAS.
           05  WS-ENTRY-SUB            PIC S9(4) COMP.
           05  WS-RETRY-COUNT          PIC 9(4) COMP.
           05  WS-RETRY-MAX            PIC 9(4) COMP VALUE 20.

       LINKAGE SECTION.
       COPY JRNLAREA.

       PROCEDURE DIVISION USING JOURNAL-REQUEST.
       0000-MAIN-CONTROL.
           EVALUATE TRUE
               WHEN JRQ-CLOSE
                   MOVE ZERO TO JRQ-RETURN-CODE
                   PERFORM 4000-CLOSE-JOURNAL
               WHEN JRQ-WRITE
                   CALL 'CUSTJBLD' USING JOURNAL-REQUEST
                   IF JRQ-RETURN-CODE = ZERO
                       PERFORM 3000-WRITE-ENTRIES
                   END-IF
               WHEN OTHER
                   MOVE 12 TO JRQ-RETURN-CODE
           END-EVALUATE
           GOBACK.

       3000-WRITE-ENTRIES.
           IF WS-JOURNAL-CLOSED
               PERFORM 3100-OPEN-JOURNAL
           END-IF
           PERFORM 3200-WRITE-ONE-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > JRQ-ENTRY-COUNT
               OR JRQ-RETURN-CODE NOT = ZERO.

       3100-OPEN-JOURNAL.
      *    The first change ever journaled creates the file
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-NO-FILE
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-OK
               SET WS-JOURNAL-OPEN TO TRUE
           ELSE
               MOVE 8 TO JRQ-RETURN-CODE
               MOVE WS-JOURNAL-STATUS TO JRQ-FILE-STATUS
           END-IF.

       3200-WRITE-ONE-ENTRY.
           MOVE JRQ-ENTRY(WS-ENTRY-SUB) TO CHANGE-JOURNAL-RECORD
           MOVE ZEROS TO WS-RETRY-COUNT
           PERFORM 3210-WRITE-JOURNAL-RECORD
           PERFORM 3220-STEP-CHANGE-NUMBER
               UNTIL NOT WS-JOURNAL-DUPLICATE
               OR WS-RETRY-COUNT NOT < WS-RETRY-MAX
           IF NOT WS-JOURNAL-OK
               MOVE 8 TO JRQ-RETURN-CODE
               MOVE WS-JOURNAL-STATUS TO JRQ-FILE-STATUS
           END-IF.

       3210-WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-FILE-RECORD FROM CHANGE-JOURNAL-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       3220-STEP-CHANGE-NUMBER.
      *    The later writer sorts as the newer change
           ADD 1 TO WS-RETRY-COUNT
           IF JRN-CHANGE-SEQ = ZERO
               MOVE 9999 TO JRN-CHANGE-SEQ
           ELSE
               SUBTRACT 1 FROM JRN-CHANGE-SEQ
           END-IF
           PERFORM 3210-WRITE-JOURNAL-RECORD.

       4000-CLOSE-JOURNAL.
           IF WS-JOURNAL-OPEN
               CLOSE JOURNAL-FILE
               SET WS-JOURNAL-CLOSED TO TRUE
           END-IF.
