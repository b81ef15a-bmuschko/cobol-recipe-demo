      *****************************************************************
      * RTNLINE - Merchandise Return Line Record Layout                *
      * One record per order line that came back on a return, keyed  *
      * by RTL-RETURN-ID plus RTL-LINE-NUMBER - the line number of    *
      * the original order line (ORDLINE), so the quantity already    *
      * returned against any order line can always be found. The     *
      * item, description, unit price and taxable flag are carried   *
      * from the order line as it was sold; RTL-CREDIT-AMT is the    *
      * quantity returned at that price. RTL-REASON-CODE says why    *
      * the goods came back, for the returns register:               *
      *   D = damaged in transit      F = defective                  *
      *   W = wrong item shipped      N = no longer wanted           *
      *   O = other                                                  *
      * Shared here so the writer and the readers can never drift    *
      * apart.                                                        *
      *****************************************************************
       01  RETURN-LINE-RECORD.
           05  RTL-KEY.
               10  RTL-RETURN-ID       PIC 9(8).
               10  RTL-LINE-NUMBER     PIC 9(3).
           05  RTL-ITEM-CODE           PIC X(10).
           05  RTL-DESCRIPTION         PIC X(30).
           05  RTL-QUANTITY            PIC 9(5).
           05  RTL-UNIT-PRICE          PIC S9(5)V99 COMP-3.
           05  RTL-CREDIT-AMT          PIC S9(7)V99 COMP-3.
           05  RTL-TAXABLE             PIC X(1).
           05  RTL-REASON-CODE         PIC X(1).
               88  RTL-REASON-VALID    VALUE 'D' 'F' 'W' 'N' 'O'.
           05  FILLER                  PIC X(20).
