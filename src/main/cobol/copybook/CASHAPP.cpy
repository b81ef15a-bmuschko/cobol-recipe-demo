      *****************************************************************
      * CASHAPP - Cash Application Record                              *
      * One record per invoice a posted payment was applied to,       *
      * written by CUSTPOST as it applies the cash. The key groups   *
      * a payment's applications together - the customer, the date   *
      * on the payment, the night it posted and its sequence in that *
      * night's transaction file - so an NSF reversal, which names   *
      * the original payment by date and amount, can find exactly    *
      * the invoices that payment closed and reopen them. A reversed *
      * application is kept, flagged, for the audit trail. Shared    *
      * here so the writer and the readers can never drift apart.    *
      *****************************************************************
       01  CASH-APPLICATION-RECORD.
           05  APP-KEY.
               10  APP-CUST-ID         PIC 9(8).
               10  APP-PAY-DATE        PIC 9(8).
               10  APP-POST-DATE       PIC 9(8).
               10  APP-PAY-SEQ         PIC 9(6).
               10  APP-INV-NUMBER      PIC 9(8).
           05  APP-PAY-AMOUNT          PIC S9(7)V99 COMP-3.
           05  APP-APPLIED-AMT         PIC S9(7)V99 COMP-3.
           05  APP-REVERSED-FLAG       PIC X(1).
               88  APP-REVERSED        VALUE 'Y'.
               88  APP-ACTIVE          VALUE 'N'.
           05  APP-REVERSED-DATE       PIC 9(8).
           05  FILLER                  PIC X(21).
