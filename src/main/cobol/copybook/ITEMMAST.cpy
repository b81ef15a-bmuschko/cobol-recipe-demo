      *****************************************************************
      * ITEMMAST - Item Master Record Layout                           *
      * One record per item sold, keyed by ITM-CODE. Maintained by    *
      * ITEMMGMT (add, change, retire) and read by ORDENTRY, which    *
      * refuses a line for a code not on file or retired and takes   *
      * the description, list price and taxable flag from here, so   *
      * one item is sold under one spelling at one price. A retired  *
      * item stays on file so the sales-by-item report and old order *
      * lines can still name it. ITM-TAXABLE: Y = subject to sales   *
      * tax, N = not. ITM-STATUS: A = active, R = retired. Shared    *
      * here so the writers and the readers can never drift apart.   *
      *****************************************************************
       01  ITEM-RECORD.
           05  ITM-CODE                PIC X(10).
           05  ITM-DESCRIPTION         PIC X(30).
           05  ITM-LIST-PRICE          PIC S9(5)V99 COMP-3.
           05  ITM-TAXABLE             PIC X(1).
               88  ITM-IS-TAXABLE      VALUE 'Y'.
               88  ITM-NOT-TAXABLE     VALUE 'N'.
           05  ITM-STATUS              PIC X(1).
               88  ITM-ACTIVE          VALUE 'A'.
               88  ITM-RETIRED         VALUE 'R'.
           05  ITM-ADDED-DATE          PIC 9(8).
           05  ITM-LAST-UPDATE         PIC 9(8).
           05  ITM-RETIRED-DATE        PIC 9(8).
           05  FILLER                  PIC X(20).
