       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMMGMT.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ITEMMGMT - Item Master Maintenance Program                     *
      * Maintains the item master ORDENTRY prices order lines from:  *
      * inquire on, add, change, and retire items. Each item carries *
      * its code, description, list price, and whether it is subject *
      * to sales tax. Items are retired by status, never deleted, so *
      * order lines already taken against a code and the sales-by-  *
      * item report can still name it; a retired item can no longer *
      * be ordered, and a change can put it back in service. A new   *
      * item master is created empty on the first run.               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE ASSIGN TO ITEMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
       COPY ITEMMAST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-FILE-NOT-FOUND       VALUE '23'.

       COPY FILESTAT.

       01  WS-ITEM-STATUS              PIC XX.
           88  WS-ITEM-OK              VALUE '00'.
           88  WS-ITEM-NOT-FOUND       VALUE '23'.
           88  WS-ITEM-NO-FILE         VALUE '35'.

       01  WS-WORK-AREAS.
           05  WS-SEARCH-ITEM-CODE     PIC X(10).
           05  WS-ERROR-MESSAGE        PIC X(80).
           05  WS-TODAY-DATE           PIC 9(8).
           05  WS-CONTINUE-FLAG        PIC X(1).
               88  WS-CONTINUE         VALUE 'Y'.
               88  WS-STOP             VALUE 'N'.
           05  WS-FUNCTION-CODE        PIC X(1).
               88  WS-FUNC-INQUIRY     VALUE 'I'.
               88  WS-FUNC-ADD         VALUE 'A'.
               88  WS-FUNC-CHANGE      VALUE 'C'.
               88  WS-FUNC-RETIRE      VALUE 'R'.
               88  WS-FUNC-EXIT        VALUE 'X'.
           05  WS-FIELDS-VALID-FLAG    PIC X(1).
               88  WS-FIELDS-VALID     VALUE 'Y'.
               88  WS-FIELDS-INVALID   VALUE 'N'.
      *    Console amounts arrive as display characters - never
      *    ACCEPT straight into the packed list price
           05  WS-AMOUNT-TEXT          PIC X(11).
           05  WS-DESCRIPTION-TEXT     PIC X(30).
           05  WS-FLAG-TEXT            PIC X(1).
           05  WS-EDIT-PRICE           PIC ZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ITEMS
               UNTIL WS-STOP
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           SET WS-CONTINUE TO TRUE
           OPEN I-O ITEM-FILE
           IF WS-ITEM-NO-FILE
      *        First run - create an empty item master and carry on
               OPEN OUTPUT ITEM-FILE
               CLOSE ITEM-FILE
               OPEN I-O ITEM-FILE
           END-IF
           IF NOT WS-ITEM-OK
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING ITEM MASTER' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF.

       2000-PROCESS-ITEMS.
           PERFORM 2010-DISPLAY-MENU
           ACCEPT WS-FUNCTION-CODE
           EVALUATE TRUE
               WHEN WS-FUNC-EXIT
                   SET WS-STOP TO TRUE
               WHEN WS-FUNC-INQUIRY
                   PERFORM 2100-INQUIRE-ITEM
               WHEN WS-FUNC-ADD
                   PERFORM 2200-ADD-ITEM
               WHEN WS-FUNC-CHANGE
                   PERFORM 2300-CHANGE-ITEM
               WHEN WS-FUNC-RETIRE
                   PERFORM 2400-RETIRE-ITEM
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - TRY AGAIN'
           END-EVALUATE.

       2010-DISPLAY-MENU.
           DISPLAY ' '
           DISPLAY 'ITEM MASTER MAINTENANCE MENU'
           DISPLAY '  I - INQUIRE ON AN ITEM'
           DISPLAY '  A - ADD A NEW ITEM'
           DISPLAY '  C - CHANGE AN EXISTING ITEM'
           DISPLAY '  R - RETIRE AN ITEM'
           DISPLAY '  X - EXIT'
           DISPLAY 'ENTER SELECTION: '.

       2100-INQUIRE-ITEM.
           DISPLAY 'ENTER ITEM CODE (BLANK TO CANCEL): '
           ACCEPT WS-SEARCH-ITEM-CODE
           IF WS-SEARCH-ITEM-CODE NOT = SPACES
               MOVE WS-SEARCH-ITEM-CODE TO ITM-CODE
               READ ITEM-FILE
                   INVALID KEY
                       DISPLAY 'ITEM NOT FOUND: ' ITM-CODE
                   NOT INVALID KEY
                       PERFORM 4000-DISPLAY-ITEM
               END-READ
           END-IF.

       2200-ADD-ITEM.
           DISPLAY 'ENTER NEW ITEM CODE: '
           ACCEPT WS-SEARCH-ITEM-CODE
           IF WS-SEARCH-ITEM-CODE = SPACES
           OR WS-SEARCH-ITEM-CODE = 'END'
               DISPLAY 'ITEM CODE REQUIRED - ITEM NOT ADDED'
           ELSE
               MOVE SPACES TO ITEM-RECORD
               MOVE WS-SEARCH-ITEM-CODE TO ITM-CODE
               MOVE ZEROS TO ITM-LIST-PRICE
               MOVE 'Y' TO ITM-TAXABLE
               PERFORM 2210-COLLECT-ITEM-FIELDS
               IF WS-FIELDS-VALID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
                   SET ITM-ACTIVE TO TRUE
                   MOVE WS-TODAY-DATE TO ITM-ADDED-DATE
                   MOVE WS-TODAY-DATE TO ITM-LAST-UPDATE
                   MOVE ZEROS TO ITM-RETIRED-DATE
                   WRITE ITEM-RECORD
                       INVALID KEY
                           DISPLAY 'ITEM ALREADY EXISTS: ' ITM-CODE
                       NOT INVALID KEY
                           DISPLAY 'ITEM ADDED: ' ITM-CODE
                   END-WRITE
               END-IF
           END-IF.

       2210-COLLECT-ITEM-FIELDS.
      *    Used for both add and change - a blank answer keeps what
      *    is already in the record, and an item must end up with a
      *    description and a price above zero
           SET WS-FIELDS-VALID TO TRUE
           DISPLAY 'ENTER DESCRIPTION (BLANK TO KEEP): '
           ACCEPT WS-DESCRIPTION-TEXT
           IF WS-DESCRIPTION-TEXT NOT = SPACES
               MOVE WS-DESCRIPTION-TEXT TO ITM-DESCRIPTION
           END-IF
           DISPLAY 'ENTER LIST PRICE (BLANK TO KEEP): '
           ACCEPT WS-AMOUNT-TEXT
           IF WS-AMOUNT-TEXT NOT = SPACES
               COMPUTE ITM-LIST-PRICE =
                   FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           END-IF
           DISPLAY 'SUBJECT TO SALES TAX (Y/N, BLANK TO KEEP): '
           ACCEPT WS-FLAG-TEXT
           EVALUATE WS-FLAG-TEXT
               WHEN 'Y'
               WHEN 'N'
                   MOVE WS-FLAG-TEXT TO ITM-TAXABLE
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TAXABLE FLAG MUST BE Y OR N'
                   SET WS-FIELDS-INVALID TO TRUE
           END-EVALUATE
           IF ITM-DESCRIPTION = SPACES
               DISPLAY 'DESCRIPTION REQUIRED'
               SET WS-FIELDS-INVALID TO TRUE
           END-IF
           IF ITM-LIST-PRICE NOT > ZERO
               DISPLAY 'LIST PRICE MUST BE GREATER THAN ZERO'
               SET WS-FIELDS-INVALID TO TRUE
           END-IF
           IF WS-FIELDS-INVALID
               DISPLAY 'ITEM NOT UPDATED'
           END-IF.

       2300-CHANGE-ITEM.
           DISPLAY 'ENTER ITEM CODE TO CHANGE: '
           ACCEPT WS-SEARCH-ITEM-CODE
           MOVE WS-SEARCH-ITEM-CODE TO ITM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY 'ITEM NOT FOUND: ' ITM-CODE
               NOT INVALID KEY
                   PERFORM 2310-UPDATE-ITEM-FIELDS
           END-READ.

       2310-UPDATE-ITEM-FIELDS.
           PERFORM 4000-DISPLAY-ITEM
           PERFORM 2210-COLLECT-ITEM-FIELDS
           IF WS-FIELDS-VALID
               IF ITM-RETIRED
                   DISPLAY 'ITEM IS RETIRED - RETURN TO SERVICE (Y/N): '
                   ACCEPT WS-FLAG-TEXT
                   IF WS-FLAG-TEXT = 'Y'
                       SET ITM-ACTIVE TO TRUE
                       MOVE ZEROS TO ITM-RETIRED-DATE
                   END-IF
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ITM-LAST-UPDATE
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR UPDATING ITEM: ' ITM-CODE
                   NOT INVALID KEY
                       DISPLAY 'ITEM UPDATED: ' ITM-CODE
               END-REWRITE
           END-IF.

       2400-RETIRE-ITEM.
      *    Items are retired by status, not deleted, so order lines
      *    already taken against the code can still be named
           DISPLAY 'ENTER ITEM CODE TO RETIRE: '
           ACCEPT WS-SEARCH-ITEM-CODE
           MOVE WS-SEARCH-ITEM-CODE TO ITM-CODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY 'ITEM NOT FOUND: ' ITM-CODE
               NOT INVALID KEY
                   PERFORM 2410-MARK-ITEM-RETIRED
           END-READ.

       2410-MARK-ITEM-RETIRED.
           IF ITM-RETIRED
               DISPLAY 'ITEM ALREADY RETIRED: ' ITM-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               SET ITM-RETIRED TO TRUE
               MOVE WS-TODAY-DATE TO ITM-RETIRED-DATE
               MOVE WS-TODAY-DATE TO ITM-LAST-UPDATE
               REWRITE ITEM-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR RETIRING ITEM: ' ITM-CODE
                   NOT INVALID KEY
                       DISPLAY 'ITEM RETIRED: ' ITM-CODE
               END-REWRITE
           END-IF.

       4000-DISPLAY-ITEM.
           DISPLAY '================================'
           DISPLAY 'ITEM CODE: ' ITM-CODE
           DISPLAY 'DESCRIPTION: ' ITM-DESCRIPTION
           MOVE ITM-LIST-PRICE TO WS-EDIT-PRICE
           DISPLAY 'LIST PRICE: ' WS-EDIT-PRICE
           DISPLAY 'TAXABLE: ' ITM-TAXABLE
           IF ITM-RETIRED
               DISPLAY 'STATUS: RETIRED ' ITM-RETIRED-DATE
           ELSE
               DISPLAY 'STATUS: ACTIVE'
           END-IF
           DISPLAY 'ADDED: ' ITM-ADDED-DATE
               '  LAST UPDATE: ' ITM-LAST-UPDATE
           DISPLAY '================================'.

       8000-ERROR-HANDLER.
           PERFORM 8100-LOOKUP-FILE-STATUS
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           DISPLAY 'FILE STATUS: ' WS-FILE-STATUS ' - '
               FS-STATUS-MESSAGE
           SET WS-STOP TO TRUE.

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
           CLOSE ITEM-FILE.
