      * C = credit adjustment, R = payment reversal (NSF return).      *
      * On a reversal, TRAN-AMOUNT is the payment being backed out     *
      * and TRAN-ORIG-DATE/TRAN-ORIG-AMOUNT identify the original      *
      * posted payment the bank returned. On a payment,              *
      * TRAN-INV-NUMBER names the invoice the remitter said it pays;  *
      * zeros or blanks mean none was named and CUSTPOST applies the  *
      * cash oldest-due-first.                                         *
      * TRAN-SOURCE-CODE marks a transaction that must reach the GL   *
      * apart from ordinary debits and credits: RFND on the debit     *
      * CUSTRFND leaves when it refunds a credit balance, AGCM on the *
      * credit CUSTAGIN leaves for a collection agency's commission.  *
      * Spaces on everything else.                                    *
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-CUST-ID            PIC 9(8).
           05  TRAN-DATE               PIC 9(8).
           05  TRAN-ORIG-DATE          PIC 9(8).
           05  TRAN-ORIG-AMOUNT        PIC S9(7)V99 COMP-3.
           05  TRAN-INV-NUMBER         PIC 9(8).
           05  TRAN-SOURCE-CODE        PIC X(4).
               88  TRAN-REFUND-DEBIT   VALUE 'RFND'.
               88  TRAN-AGENCY-COMMISSION VALUE 'AGCM'.
           05  FILLER                  PIC X(33).
