      *****************************************************************
      * ACHLOG - Autopay Debit Log Record                             *
      * One record per debit entry CUSTACH sent the bank, keyed by    *
      * the entry's trace number, with an alternate key on the        *
      * customer. The bank names a returned debit only by the trace   *
      * number of the original entry, so CUSTACHR finds the debit     *
      * here - the customer, the amount, and ACL-PAY-DATE, the date   *
      * the matching CUSTTRAN payment carried - to build the 'R'      *
      * reversal CUSTPOST matches back to that payment. A returned    *
      * debit is kept, flagged with the bank's return reason code,    *
      * so the same return can never be reversed twice. Shared here   *
      * so the writer and the readers can never drift apart.          *
      *****************************************************************
       01  ACH-LOG-RECORD.
           05  ACL-TRACE-NUMBER        PIC 9(15).
           05  ACL-CUST-ID             PIC 9(8).
           05  ACL-FILE-DATE           PIC 9(8).
           05  ACL-PAY-DATE            PIC 9(8).
           05  ACL-EFFECTIVE-DATE      PIC 9(8).
           05  ACL-AMOUNT              PIC S9(7)V99 COMP-3.
           05  ACL-ROUTING-NUMBER      PIC 9(9).
           05  ACL-ACCOUNT-NUMBER      PIC X(17).
      *    What fell due - S statement, I invoices, B both
           05  ACL-DUE-BASIS           PIC X(1).
           05  ACL-STATUS              PIC X(1).
               88  ACL-SENT            VALUE 'S'.
               88  ACL-RETURNED        VALUE 'R'.
           05  ACL-RETURN-CODE         PIC X(3).
           05  ACL-RETURN-DATE         PIC 9(8).
           05  FILLER                  PIC X(20).
