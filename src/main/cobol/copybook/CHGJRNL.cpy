      *****************************************************************
      * CHGJRNL - Customer Change Journal Record                      *
      * One record per customer field changed, with the value before  *
      * and after the change, the program that made it, the operator  *
      * who keyed it (blank for a batch run) and the date and time.   *
      * Built by the CUSTJBLD subroutine for every program that adds, *
      * rewrites or deletes a CUSTOMER-RECORD, and written by         *
      * CUSTJRNL for batch callers or by the CICS transaction itself; *
      * an add journals every field it filled in from blank, a delete *
      * every field it took away. Keyed by JRN-CUST-ID, then the time *
      * of the change and a change counter both subtracted from all   *
      * nines, so a keyed browse from the customer's ID returns the   *
      * newest change first - CUSTMGMT function J and the CUSTCICS    *
      * history screen list them that way, and CUSTASOF walks them    *
      * back to rebuild the record as it stood on a past date.        *
      * JRN-FIELD-SEQ numbers the fields of one change in record      *
      * order. Amounts are held as signed display numbers             *
      * (JRN-VALUE-TYPE 'A') so they can be put back exactly;         *
      * everything else is the field as it stood. CUST-LAST-UPDATE is *
      * not journaled - the journal's own date and time say when the  *
      * record changed. Shared here so the writer and the readers can *
      * never drift apart.                                            *
      *****************************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  JRN-KEY.
               10  JRN-CUST-ID         PIC 9(8).
               10  JRN-SEQ-STAMP       PIC 9(16).
               10  JRN-CHANGE-SEQ      PIC 9(4).
               10  JRN-FIELD-SEQ       PIC 9(2).
           05  JRN-TIMESTAMP.
               10  JRN-DATE            PIC 9(8).
               10  JRN-TIME            PIC 9(8).
           05  JRN-TIMESTAMP-NUM REDEFINES JRN-TIMESTAMP
                                       PIC 9(16).
           05  JRN-PROGRAM-ID          PIC X(8).
           05  JRN-OPERATOR-ID         PIC X(8).
           05  JRN-ACTION              PIC X(1).
               88  JRN-ADD             VALUE 'A'.
               88  JRN-CHANGE          VALUE 'C'.
               88  JRN-DELETE          VALUE 'D'.
           05  JRN-FIELD-NAME          PIC X(12).
           05  JRN-VALUE-TYPE          PIC X(1).
               88  JRN-TEXT-VALUE      VALUE 'X'.
               88  JRN-AMOUNT-VALUE    VALUE 'A'.
           05  JRN-BEFORE-VALUE        PIC X(40).
           05  JRN-BEFORE-AMOUNT-R REDEFINES JRN-BEFORE-VALUE.
               10  JRN-BEFORE-AMOUNT   PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(30).
           05  JRN-AFTER-VALUE         PIC X(40).
           05  JRN-AFTER-AMOUNT-R REDEFINES JRN-AFTER-VALUE.
               10  JRN-AFTER-AMOUNT    PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(30).
           05  FILLER                  PIC X(24).
