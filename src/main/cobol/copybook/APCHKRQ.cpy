      *****************************************************************
      * APCHKRQ - Accounts Payable Check-Request Record                *
      * One record per check the receivables side asks accounts      *
      * payable to cut, written by the CUSTRFND refund run for each  *
      * customer credit balance refunded. APR-REQUEST-TYPE CRRF is a *
      * customer credit refund. The payee name and mailing address   *
      * come from the customer master and APR-REFERENCE carries the  *
      * CUST-ID so the cleared check can be traced back to the       *
      * account. Amounts are unsigned. Shared here so the writer and *
      * the accounts payable interface can never drift apart.        *
      *****************************************************************
       01  AP-CHECK-REQUEST-RECORD.
           05  APR-REQUEST-TYPE        PIC X(4).
           05  APR-REQUEST-DATE        PIC 9(8).
           05  APR-PAYEE-NAME          PIC X(36).
           05  APR-STREET              PIC X(30).
           05  APR-CITY                PIC X(20).
           05  APR-STATE               PIC X(02).
           05  APR-ZIP                 PIC X(10).
           05  APR-AMOUNT              PIC 9(7)V99.
           05  APR-REFERENCE           PIC X(12).
           05  FILLER                  PIC X(19).
