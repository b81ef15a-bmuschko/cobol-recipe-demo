      *****************************************************************
      * ORDCOMM - Online Order Entry Communication Area               *
      * Carried across the tasks of the ORDCICS order-entry           *
      * pseudo-conversation. CUSTCICS builds it when PF6 is pressed   *
      * on the customer detail screen (OEC-MODE 'S', with the         *
      * customer already read) and transfers control to ORDCICS;      *
      * from then on ORDCICS owns it. OEC-MODE: S = starting from     *
      * the customer screen, E = keying a new order, L = listing      *
      * the customer's open orders, I = inquiring on one of them.     *
      * The order header is held as keyed so it can be redisplayed    *
      * until it is filed; each of the 20 line slots (the ORDENTRY    *
      * limit) holds one priced line, OEC-TOP-LINE being the slot     *
      * shown in the first row of the scrollable line-item map.       *
      * OEC-SLOT-STATE: blank = empty, V = priced and valid,          *
      * E = keyed in error (the message says why).                    *
      * CUSTOMER-RETURN-AREA is what ORDCICS hands back to CUSTCICS   *
      * on PF3 so the detail screen comes back for the same           *
      * customer. Shared here so both programs can never drift        *
      * apart.                                                        *
      *****************************************************************
       01  ORDER-ENTRY-COMMAREA.
           05  OEC-MODE                PIC X(1).
               88  OEC-START           VALUE 'S'.
               88  OEC-ENTRY           VALUE 'E'.
               88  OEC-LIST            VALUE 'L'.
               88  OEC-INQUIRY         VALUE 'I'.
           05  OEC-CUST-ID             PIC 9(8).
           05  OEC-CUST-NAME           PIC X(30).
           05  OEC-TOP-LINE            PIC 9(3).
           05  OEC-ORDER-ID-TEXT       PIC X(8).
           05  OEC-ORDER-DATE-TEXT     PIC X(8).
           05  OEC-TOTAL-TEXT          PIC X(11).
           05  OEC-STATUS              PIC X(1).
           05  OEC-TAX-AMT             PIC S9(7)V99 COMP-3.
           05  OEC-LIST-SKIP           PIC 9(4).
           05  OEC-LIST-COUNT          PIC 9(2).
           05  OEC-LIST-MORE-FLAG      PIC X(1).
               88  OEC-LIST-MORE       VALUE 'Y'.
               88  OEC-LIST-LAST-PAGE  VALUE 'N'.
           05  OEC-LIST-ORDER-ID       PIC 9(8) OCCURS 10 TIMES.
           05  OEC-LINE-SLOT           OCCURS 20 TIMES.
               10  OEC-SLOT-STATE      PIC X(1).
                   88  OEC-SLOT-EMPTY  VALUE SPACE.
                   88  OEC-SLOT-VALID  VALUE 'V'.
                   88  OEC-SLOT-ERROR  VALUE 'E'.
               10  OEC-SLOT-ITEM       PIC X(10).
               10  OEC-SLOT-DESC       PIC X(30).
               10  OEC-SLOT-QTY        PIC 9(5).
               10  OEC-SLOT-PRICE      PIC S9(5)V99 COMP-3.
               10  OEC-SLOT-EXTENDED   PIC S9(7)V99 COMP-3.
               10  OEC-SLOT-TAXABLE    PIC X(1).
               10  OEC-SLOT-OVERRIDE   PIC X(1).
               10  OEC-SLOT-REASON     PIC X(30).
           05  FILLER                  PIC X(40).

       01  CUSTOMER-RETURN-AREA.
           05  CRA-MODE                PIC X(1).
               88  CRA-FROM-ORDERS     VALUE 'O'.
           05  CRA-CUST-ID             PIC X(10).
           05  FILLER                  PIC X(139).
