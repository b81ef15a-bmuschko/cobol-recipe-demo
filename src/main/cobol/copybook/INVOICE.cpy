      * a customer's open invoices can be browsed together). Cut by   *
      * the nightly ORDINV run from orders ORDPOST has posted; the    *
      * invoice number is what customers write on their payment       *
      * stubs, so the lockbox ingest matches on it too. CUSTPOST      *
      * applies cash against each invoice as payments post and keeps *
      * INV-APPLIED-AMT, INV-OPEN-AMT and INV-STATUS current; an NSF  *
      * reversal puts back what the returned payment had applied,   *
      * and ORDINV applies the credit memo for a return against the  *
      * invoice the goods were billed on the same way. A record with *
      * INV-STATUS still blank predates cash application             *
      * and is treated as wholly open. INV-AMOUNT is what the         *
      * customer owes - the order total plus its sales tax - and     *
      * INV-TAX-AMT is the tax within it; an invoice cut before tax  *
      * was carried has no valid INV-TAX-AMT and is taken as untaxed.*
      * INV-TAX-AMT carries tax up to 99,999.99; ORDINV warns of any  *
      * larger tax, which INV-AMOUNT still includes in full. The      *
      * record is 68 bytes.                                           *
      * Shared here so the writers and the readers can never drift   *
      * apart.                                                        *
      *****************************************************************
       01  INVOICE-RECORD.
           05  INV-NUMBER              PIC 9(8).
           05  INV-AMOUNT              PIC S9(7)V99 COMP-3.
           05  INV-ISSUE-DATE          PIC 9(8).
           05  INV-DUE-DATE            PIC 9(8).
           05  INV-APPLIED-AMT         PIC S9(7)V99 COMP-3.
           05  INV-OPEN-AMT            PIC S9(7)V99 COMP-3.
           05  INV-STATUS              PIC X(1).
               88  INV-OPEN            VALUE 'O'.
               88  INV-PARTIAL         VALUE 'P'.
               88  INV-PAID            VALUE 'F'.
               88  INV-NOT-YET-APPLIED VALUE SPACE.
           05  INV-TAX-AMT             PIC S9(5)V99 COMP-3.
