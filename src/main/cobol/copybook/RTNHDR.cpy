      *****************************************************************
      * RTNHDR - Merchandise Return Header Record Layout               *
      * One record per return of goods against a posted, invoiced     *
      * order, keyed by RTN-ID with alternate keys on RTN-ORDER-ID    *
      * (so every return against an order can be found and what is   *
      * still returnable worked out) and RTN-CUST-ID (so the          *
      * statement run can show a customer's credit memos). Keyed by  *
      * ORDENTRY with its lines on the return line file (RTNLINE).   *
      * RTN-STATUS values: A = accepted (awaiting posting), P =      *
      * posted to the customer balance by ORDPOST. RTN-CREDIT-AMT is *
      * the merchandise credited - the returned lines foot to it -   *
      * and RTN-TAX-AMT is the sales tax given back on the taxable   *
      * part at the original order's rate; the customer is credited  *
      * the two together. RTN-TAXABLE-AMT is the part of the credit *
      * the tax was given back on - zero when the order was not     *
      * taxed. RTN-INV-NUMBER is the invoice the goods               *
      * were billed on. ORDINV numbers the credit memo from the      *
      * invoice number range once the return has posted, applies it *
      * to the original invoice, and stamps RTN-MEMO-NUMBER,         *
      * RTN-MEMO-DATE and RTN-MEMO-APPLIED-AMT (the part of the memo *
      * the invoice's open amount absorbed - any more is left as     *
      * credit on the account). RTN-MEMO-NUMBER is zero until then.  *
      * Shared here so the writers and the readers can never drift   *
      * apart.                                                        *
      *****************************************************************
       01  RETURN-RECORD.
           05  RTN-ID                  PIC 9(8).
           05  RTN-ORDER-ID            PIC 9(8).
           05  RTN-CUST-ID             PIC 9(8).
           05  RTN-INV-NUMBER          PIC 9(8).
           05  RTN-DATE                PIC 9(8).
           05  RTN-STATUS              PIC X(1).
               88  RTN-ACCEPTED        VALUE 'A'.
               88  RTN-POSTED          VALUE 'P'.
           05  RTN-CREDIT-AMT          PIC S9(7)V99 COMP-3.
           05  RTN-TAX-AMT             PIC S9(7)V99 COMP-3.
           05  RTN-TAXABLE-AMT         PIC S9(7)V99 COMP-3.
           05  RTN-TAX-STATE           PIC X(02).
           05  RTN-COMMENT             PIC X(30).
           05  RTN-POSTED-DATE         PIC 9(8).
           05  RTN-MEMO-NUMBER         PIC 9(8).
           05  RTN-MEMO-DATE           PIC 9(8).
           05  RTN-MEMO-APPLIED-AMT    PIC S9(7)V99 COMP-3.
           05  RTN-LAST-UPDATE         PIC 9(8).
           05  FILLER                  PIC X(15).
