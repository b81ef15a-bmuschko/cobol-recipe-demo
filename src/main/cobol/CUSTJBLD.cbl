       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTJBLD.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTJBLD - Customer Change Journal Build Subroutine           *
      * Compares the customer record as it was read with the record   *
      * as it was written and builds one CHGJRNL record for each      *
      * field that differs - the value before, the value after, the   *
      * calling program and operator, and the date and time of the    *
      * change. An add is compared against an empty record and a      *
      * delete against one, so every field the add filled in or the   *
      * delete took away is journaled. No file is touched here, so    *
      * the online transactions can call it as freely as the batch    *
      * writer CUSTJRNL does; the records come back in JRQ-ENTRY for  *
      * the caller to write. The change counter runs for the life of  *
      * the run and is kept in the key, so two changes to the same    *
      * customer inside the same hundredth of a second still sort     *
      * newest first.                                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The two images of the record, laid out field by field
       COPY CUSTOMER REPLACING
           CUSTOMER-RECORD BY JRNL-BEFORE-RECORD.

       COPY CUSTOMER REPLACING
           CUSTOMER-RECORD BY JRNL-AFTER-RECORD.

       COPY CHGJRNL.

       01  WS-WORK-AREAS.
           05  WS-JRNL-CUST-ID         PIC 9(8).
           05  WS-NOW                  PIC X(16).
           05  WS-NOW-NUM REDEFINES WS-NOW
                                       PIC 9(16).
           05  WS-STAMP                PIC 9(16).
           05  WS-CHANGE-SEQ           PIC 9(4).
           05  WS-FIELD-SEQ            PIC 9(2).
           05  WS-FIELD-NAME           PIC X(12).
           05  WS-VALUE-TYPE           PIC X(1).
           05  WS-BEFORE-VALUE         PIC X(40).
           05  WS-BEFORE-AMOUNT-R REDEFINES WS-BEFORE-VALUE.
               10  WS-BEFORE-AMOUNT    PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(30).
           05  WS-AFTER-VALUE          PIC X(40).
           05  WS-AFTER-AMOUNT-R REDEFINES WS-AFTER-VALUE.
               10  WS-AFTER-AMOUNT     PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(30).

      * Changes built this run - kept across calls
       01  WS-CHANGE-COUNTER           PIC 9(4) COMP VALUE ZEROS.

       LINKAGE SECTION.
       COPY JRNLAREA.

       PROCEDURE DIVISION USING JOURNAL-REQUEST.
       0000-MAIN-CONTROL.
           MOVE ZERO TO JRQ-RETURN-CODE
           MOVE ZERO TO JRQ-ENTRY-COUNT
           MOVE '00' TO JRQ-FILE-STATUS
           IF JRQ-ADD OR JRQ-CHANGE OR JRQ-DELETE
               PERFORM 1000-PREPARE-IMAGES
               PERFORM 2000-COMPARE-NAME-ADDRESS
               PERFORM 2100-COMPARE-CONTACT
               PERFORM 2200-COMPARE-ACCOUNT
               IF JRQ-ENTRY-COUNT = ZERO
                   MOVE 4 TO JRQ-RETURN-CODE
               END-IF
           ELSE
               MOVE 12 TO JRQ-RETURN-CODE
           END-IF
           GOBACK.

       1000-PREPARE-IMAGES.
      *    An add has nothing before it and a delete nothing after
           MOVE JRQ-BEFORE-IMAGE TO JRNL-BEFORE-RECORD
           MOVE JRQ-AFTER-IMAGE TO JRNL-AFTER-RECORD
           EVALUATE TRUE
               WHEN JRQ-ADD
                   INITIALIZE JRNL-BEFORE-RECORD
                   MOVE CUST-ID OF JRNL-AFTER-RECORD
                       TO WS-JRNL-CUST-ID
               WHEN JRQ-DELETE
                   INITIALIZE JRNL-AFTER-RECORD
                   MOVE CUST-ID OF JRNL-BEFORE-RECORD
                       TO WS-JRNL-CUST-ID
               WHEN OTHER
                   MOVE CUST-ID OF JRNL-AFTER-RECORD
                       TO WS-JRNL-CUST-ID
           END-EVALUATE
      *    Time and counter both run backward in the key so the
      *    newest change is the first one read
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW
           COMPUTE WS-STAMP = 9999999999999999 - WS-NOW-NUM
           IF WS-CHANGE-COUNTER NOT < 9999
               MOVE ZEROS TO WS-CHANGE-COUNTER
           END-IF
           ADD 1 TO WS-CHANGE-COUNTER
           COMPUTE WS-CHANGE-SEQ = 9999 - WS-CHANGE-COUNTER.

       2000-COMPARE-NAME-ADDRESS.
           IF CUST-FIRST-NAME OF JRNL-BEFORE-RECORD
               NOT = CUST-FIRST-NAME OF JRNL-AFTER-RECORD
               MOVE 01 TO WS-FIELD-SEQ
               MOVE 'FIRST-NAME' TO WS-FIELD-NAME
               MOVE CUST-FIRST-NAME OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-FIRST-NAME OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-LAST-NAME OF JRNL-BEFORE-RECORD
               NOT = CUST-LAST-NAME OF JRNL-AFTER-RECORD
               MOVE 02 TO WS-FIELD-SEQ
               MOVE 'LAST-NAME' TO WS-FIELD-NAME
               MOVE CUST-LAST-NAME OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-LAST-NAME OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-STREET OF JRNL-BEFORE-RECORD
               NOT = CUST-STREET OF JRNL-AFTER-RECORD
               MOVE 03 TO WS-FIELD-SEQ
               MOVE 'STREET' TO WS-FIELD-NAME
               MOVE CUST-STREET OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-STREET OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-CITY OF JRNL-BEFORE-RECORD
               NOT = CUST-CITY OF JRNL-AFTER-RECORD
               MOVE 04 TO WS-FIELD-SEQ
               MOVE 'CITY' TO WS-FIELD-NAME
               MOVE CUST-CITY OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-CITY OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-STATE OF JRNL-BEFORE-RECORD
               NOT = CUST-STATE OF JRNL-AFTER-RECORD
               MOVE 05 TO WS-FIELD-SEQ
               MOVE 'STATE' TO WS-FIELD-NAME
               MOVE CUST-STATE OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-STATE OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-ZIP OF JRNL-BEFORE-RECORD
               NOT = CUST-ZIP OF JRNL-AFTER-RECORD
               MOVE 06 TO WS-FIELD-SEQ
               MOVE 'ZIP' TO WS-FIELD-NAME
               MOVE CUST-ZIP OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-ZIP OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF.

       2100-COMPARE-CONTACT.
           IF CUST-PHONE OF JRNL-BEFORE-RECORD
               NOT = CUST-PHONE OF JRNL-AFTER-RECORD
               MOVE 07 TO WS-FIELD-SEQ
               MOVE 'PHONE' TO WS-FIELD-NAME
               MOVE CUST-PHONE OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-PHONE OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-EMAIL OF JRNL-BEFORE-RECORD
               NOT = CUST-EMAIL OF JRNL-AFTER-RECORD
               MOVE 08 TO WS-FIELD-SEQ
               MOVE 'EMAIL' TO WS-FIELD-NAME
               MOVE CUST-EMAIL OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-EMAIL OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF.

       2200-COMPARE-ACCOUNT.
           IF CUST-STATUS OF JRNL-BEFORE-RECORD
               NOT = CUST-STATUS OF JRNL-AFTER-RECORD
               MOVE 09 TO WS-FIELD-SEQ
               MOVE 'STATUS' TO WS-FIELD-NAME
               MOVE CUST-STATUS OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-STATUS OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-BALANCE OF JRNL-BEFORE-RECORD
               NOT = CUST-BALANCE OF JRNL-AFTER-RECORD
               MOVE 10 TO WS-FIELD-SEQ
               MOVE 'BALANCE' TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-VALUE
               MOVE SPACES TO WS-AFTER-VALUE
               MOVE CUST-BALANCE OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-AMOUNT
               MOVE CUST-BALANCE OF JRNL-AFTER-RECORD
                   TO WS-AFTER-AMOUNT
               PERFORM 2910-ADD-AMOUNT-ENTRY
           END-IF
           IF CUST-CREDIT-LIMIT OF JRNL-BEFORE-RECORD
               NOT = CUST-CREDIT-LIMIT OF JRNL-AFTER-RECORD
               MOVE 11 TO WS-FIELD-SEQ
               MOVE 'CREDIT-LIMIT' TO WS-FIELD-NAME
               MOVE SPACES TO WS-BEFORE-VALUE
               MOVE SPACES TO WS-AFTER-VALUE
               MOVE CUST-CREDIT-LIMIT OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-AMOUNT
               MOVE CUST-CREDIT-LIMIT OF JRNL-AFTER-RECORD
                   TO WS-AFTER-AMOUNT
               PERFORM 2910-ADD-AMOUNT-ENTRY
           END-IF
           IF CUST-CYCLE-CODE OF JRNL-BEFORE-RECORD
               NOT = CUST-CYCLE-CODE OF JRNL-AFTER-RECORD
               MOVE 12 TO WS-FIELD-SEQ
               MOVE 'CYCLE-CODE' TO WS-FIELD-NAME
               MOVE CUST-CYCLE-CODE OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-CYCLE-CODE OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-TAX-EXEMPT OF JRNL-BEFORE-RECORD
               NOT = CUST-TAX-EXEMPT OF JRNL-AFTER-RECORD
               MOVE 13 TO WS-FIELD-SEQ
               MOVE 'TAX-EXEMPT' TO WS-FIELD-NAME
               MOVE CUST-TAX-EXEMPT OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-TAX-EXEMPT OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF
           IF CUST-TAX-CERT OF JRNL-BEFORE-RECORD
               NOT = CUST-TAX-CERT OF JRNL-AFTER-RECORD
               MOVE 14 TO WS-FIELD-SEQ
               MOVE 'TAX-CERT' TO WS-FIELD-NAME
               MOVE CUST-TAX-CERT OF JRNL-BEFORE-RECORD
                   TO WS-BEFORE-VALUE
               MOVE CUST-TAX-CERT OF JRNL-AFTER-RECORD
                   TO WS-AFTER-VALUE
               PERFORM 2900-ADD-TEXT-ENTRY
           END-IF.

       2900-ADD-TEXT-ENTRY.
           MOVE 'X' TO WS-VALUE-TYPE
           PERFORM 2950-STORE-ENTRY.

       2910-ADD-AMOUNT-ENTRY.
           MOVE 'A' TO WS-VALUE-TYPE
           PERFORM 2950-STORE-ENTRY.

       2950-STORE-ENTRY.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE WS-JRNL-CUST-ID TO JRN-CUST-ID
           MOVE WS-STAMP TO JRN-SEQ-STAMP
           MOVE WS-CHANGE-SEQ TO JRN-CHANGE-SEQ
           MOVE WS-FIELD-SEQ TO JRN-FIELD-SEQ
           MOVE WS-NOW-NUM TO JRN-TIMESTAMP-NUM
           MOVE JRQ-PROGRAM-ID TO JRN-PROGRAM-ID
           MOVE JRQ-OPERATOR-ID TO JRN-OPERATOR-ID
           MOVE JRQ-ACTION TO JRN-ACTION
           MOVE WS-FIELD-NAME TO JRN-FIELD-NAME
           MOVE WS-VALUE-TYPE TO JRN-VALUE-TYPE
           MOVE WS-BEFORE-VALUE TO JRN-BEFORE-VALUE
           MOVE WS-AFTER-VALUE TO JRN-AFTER-VALUE
           ADD 1 TO JRQ-ENTRY-COUNT
           MOVE CHANGE-JOURNAL-RECORD TO JRQ-ENTRY(JRQ-ENTRY-COUNT).
