      * is accepted, and read by CUSTSTMT so the statement can show   *
      * what was on the order instead of one bare amount. Shared      *
      * here so the writer and the readers can never drift apart.     *
      * OLN-TAXABLE is 'N' for a line that is not subject to sales    *
      * tax; anything else is taxable. The description, price and   *
      * taxable flag default from the item master (ITEMMAST);        *
      * OLN-OVERRIDE-FLAG 'Y' marks a line whose description or      *
      * price was keyed over the item master's, and                  *
      * OLN-OVERRIDE-REASON says why.                                 *
      *****************************************************************
       01  ORDER-LINE-RECORD.
           05  OLN-KEY.
           05  OLN-QUANTITY            PIC 9(5).
           05  OLN-UNIT-PRICE          PIC S9(5)V99 COMP-3.
           05  OLN-EXTENDED-AMT        PIC S9(7)V99 COMP-3.
           05  OLN-TAXABLE             PIC X(1).
           05  OLN-OVERRIDE-FLAG       PIC X(1).
           05  OLN-OVERRIDE-REASON     PIC X(30).
           05  FILLER                  PIC X(10).
