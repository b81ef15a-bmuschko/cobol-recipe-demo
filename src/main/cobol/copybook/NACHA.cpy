      *****************************************************************
      * NACHA - ACH Exchange File Records                             *
      * The 94-byte records of a bank ACH file in the NACHA format:   *
      * one file header (1), a batch header (5), the entry details    *
      * (6) each followed by any addenda (7), the batch control (8)   *
      * and the file control (9), with the file padded out to whole   *
      * blocks of ten records with records of all nines. CUSTACH      *
      * writes the outbound PPD debit file for autopay customers      *
      * (one batch, no addenda); CUSTACHR reads the bank's return     *
      * file, where each returned entry is followed by a type 99      *
      * return addenda naming the reason code and the trace number    *
      * of the entry we sent. The first byte tells the layouts        *
      * apart. Dollar amounts are carried unsigned in cents. Shared   *
      * here so the writer, the reader and the bank's specification   *
      * can never drift apart.                                        *
      *****************************************************************
       01  ACH-FILE-HEADER.
           05  NFH-RECORD-TYPE         PIC X(1).
           05  NFH-PRIORITY-CODE       PIC X(2).
           05  NFH-DESTINATION         PIC X(10).
           05  NFH-ORIGIN              PIC X(10).
           05  NFH-CREATION-DATE       PIC 9(6).
           05  NFH-CREATION-TIME       PIC 9(4).
           05  NFH-FILE-ID-MODIFIER    PIC X(1).
           05  NFH-RECORD-SIZE         PIC X(3).
           05  NFH-BLOCKING-FACTOR     PIC X(2).
           05  NFH-FORMAT-CODE         PIC X(1).
           05  NFH-DESTINATION-NAME    PIC X(23).
           05  NFH-ORIGIN-NAME         PIC X(23).
           05  NFH-REFERENCE-CODE      PIC X(8).
       01  ACH-BATCH-HEADER.
           05  NBH-RECORD-TYPE         PIC X(1).
           05  NBH-SERVICE-CLASS       PIC 9(3).
           05  NBH-COMPANY-NAME        PIC X(16).
           05  NBH-DISCRETIONARY       PIC X(20).
           05  NBH-COMPANY-ID          PIC X(10).
           05  NBH-ENTRY-CLASS         PIC X(3).
           05  NBH-ENTRY-DESCRIPTION   PIC X(10).
           05  NBH-DESCRIPTIVE-DATE    PIC X(6).
           05  NBH-EFFECTIVE-DATE      PIC 9(6).
           05  NBH-SETTLEMENT-DATE     PIC X(3).
           05  NBH-ORIGINATOR-STATUS   PIC X(1).
           05  NBH-ODFI-ID             PIC 9(8).
           05  NBH-BATCH-NUMBER        PIC 9(7).
       01  ACH-ENTRY-DETAIL.
           05  NED-RECORD-TYPE         PIC X(1).
           05  NED-TRANSACTION-CODE    PIC 9(2).
               88  NED-CHECKING-DEBIT  VALUE 27.
               88  NED-SAVINGS-DEBIT   VALUE 37.
           05  NED-RDFI-ID             PIC 9(8).
           05  NED-CHECK-DIGIT         PIC 9(1).
           05  NED-ACCOUNT-NUMBER      PIC X(17).
           05  NED-AMOUNT              PIC 9(8)V99.
           05  NED-INDIVIDUAL-ID       PIC X(15).
           05  NED-INDIVIDUAL-NAME     PIC X(22).
           05  NED-DISCRETIONARY       PIC X(2).
           05  NED-ADDENDA-INDICATOR   PIC 9(1).
           05  NED-TRACE-NUMBER        PIC 9(15).
       01  ACH-RETURN-ADDENDA.
           05  NRA-RECORD-TYPE         PIC X(1).
           05  NRA-ADDENDA-TYPE        PIC X(2).
           05  NRA-RETURN-CODE         PIC X(3).
           05  NRA-ORIGINAL-TRACE      PIC 9(15).
           05  NRA-DATE-OF-DEATH       PIC X(6).
           05  NRA-ORIGINAL-RDFI       PIC X(8).
           05  NRA-INFORMATION         PIC X(44).
           05  NRA-TRACE-NUMBER        PIC X(15).
       01  ACH-BATCH-CONTROL.
           05  NBC-RECORD-TYPE         PIC X(1).
           05  NBC-SERVICE-CLASS       PIC 9(3).
           05  NBC-ENTRY-COUNT         PIC 9(6).
           05  NBC-ENTRY-HASH          PIC 9(10).
           05  NBC-DEBIT-TOTAL         PIC 9(10)V99.
           05  NBC-CREDIT-TOTAL        PIC 9(10)V99.
           05  NBC-COMPANY-ID          PIC X(10).
           05  NBC-AUTHENTICATION      PIC X(19).
           05  NBC-RESERVED            PIC X(6).
           05  NBC-ODFI-ID             PIC 9(8).
           05  NBC-BATCH-NUMBER        PIC 9(7).
       01  ACH-FILE-CONTROL.
           05  NFC-RECORD-TYPE         PIC X(1).
           05  NFC-BATCH-COUNT         PIC 9(6).
           05  NFC-BLOCK-COUNT         PIC 9(6).
           05  NFC-ENTRY-COUNT         PIC 9(8).
           05  NFC-ENTRY-HASH          PIC 9(10).
           05  NFC-DEBIT-TOTAL         PIC 9(10)V99.
           05  NFC-CREDIT-TOTAL        PIC 9(10)V99.
           05  NFC-RESERVED            PIC X(39).
