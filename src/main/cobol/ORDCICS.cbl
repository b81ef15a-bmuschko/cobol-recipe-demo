       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCICS.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * ORDCICS - CICS Online Order Entry Program                     *
      * Takes an order over the phone without leaving the customer    *
      * screens. PF6 on the CUSTCICS detail screen transfers here     *
      * with the customer carried over; PF3 goes back to it. The      *
      * order header (order ID, date, order total, E or A status)     *
      * is keyed above a scrollable line-item map of up to 20 lines   *
      * - PF7/PF8 page the lines five at a time. Every line names     *
      * an active item on the item master and is priced from it; a    *
      * keyed price different from the list price is an override      *
      * and must carry a reason. ENTER prices the screen and shows    *
      * what the lines foot to; PF10 files the order under the same   *
      * rules ORDENTRY applies: at least one line, lines footing to   *
      * ORDER-TOTAL, sales tax on the taxable lines at the rate for   *
      * the customer's state (an exempt customer pays none), and an   *
      * accepted order checked against the open-to-buy, risk grade    *
      * and dunning level - held for credit (status H) when it        *
      * fails; a branch of an account group is checked against the    *
      * group's open-to-buy and its parent's dunning level, as in     *
      * ORDENTRY. The order and its lines go to the same order and    *
      * order-line files ORDENTRY writes, under an enqueue on the     *
      * order number held for the length of the write. PF12 clears    *
      * the order being keyed. PF4 lists the customer's open          *
      * orders (entered, accepted or held); a row is selected with    *
      * I to inquire on it or C to cancel it, the cancel taken        *
      * under the same enqueue.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESPONSE-CODE        PIC S9(8) COMP.
       01  WS-RESPONSE-CODE2       PIC S9(8) COMP.
       01  WS-ERROR-MSG            PIC X(50).
       01  WS-TODAY-DATE           PIC 9(8).

      *    Order header and line-item map - five line rows show at a
      *    time out of the 20 line slots held in the commarea
       01  WS-ORDER-MAP-DATA.
           05 WS-ORD-CUSTID        PIC X(8).
           05 WS-ORD-CUSTNAME      PIC X(30).
           05 WS-ORD-ORDERID       PIC X(8).
           05 WS-ORD-DATE          PIC X(8).
           05 WS-ORD-TOTAL         PIC X(11).
           05 WS-ORD-STATUS        PIC X(1).
           05 WS-ORD-ROW           OCCURS 5 TIMES.
              10 WS-ORD-ROW-NUM    PIC Z9.
              10 WS-ORD-ROW-ITEM   PIC X(10).
              10 WS-ORD-ROW-DESC   PIC X(30).
              10 WS-ORD-ROW-QTY    PIC X(5).
              10 WS-ORD-ROW-PRICE  PIC X(9).
              10 WS-ORD-ROW-EXT    PIC ZZZ,ZZ9.99-.
              10 WS-ORD-ROW-REASON PIC X(30).
           05 WS-ORD-LINES-FOOT    PIC ZZZ,ZZ9.99-.
           05 WS-ORD-TAX           PIC ZZZ,ZZ9.99-.
           05 WS-ORD-SCROLL        PIC X(20).
           05 WS-ORD-MSG           PIC X(60).

      *    Open-order list map - one line per open order and a row
      *    selection with the action to take on it
       01  WS-LIST-MAP-DATA.
           05 WS-LST-CUSTID        PIC X(8).
           05 WS-LST-CUSTNAME      PIC X(30).
           05 WS-LST-SEL           PIC X(2).
           05 WS-LST-ACTION        PIC X(1).
           05 WS-LST-LINE          PIC X(64) OCCURS 10 TIMES.
           05 WS-LST-MSG           PIC X(60).

       01  WS-LIST-LINE.
           05 WS-LSL-ROW           PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LSL-ORDER-ID      PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LSL-DATE          PIC 9999/99/99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LSL-TOTAL         PIC ZZZ,ZZ9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-LSL-STATUS        PIC X(16).
           05 FILLER               PIC X(9) VALUE SPACES.

       01  WS-SCROLL-LINE.
           05 FILLER               PIC X(6) VALUE 'LINES '.
           05 WS-SCR-FIRST         PIC 99.
           05 FILLER               PIC X(1) VALUE '-'.
           05 WS-SCR-LAST          PIC 99.
           05 FILLER               PIC X(4) VALUE ' OF '.
           05 WS-SCR-MAX           PIC 99.
           05 FILLER               PIC X(3) VALUE SPACES.

       COPY DFHAID.
       COPY ORDCOMM.
       COPY CUSTOMER.
       COPY ORDER.
       COPY ORDLINE.
       COPY ITEMMAST.
      *    Today's unposted counter payments add to the open-to-buy
       COPY MEMOPAY.
      *    Behavioral risk grade computed nightly by CUSTRISK
       COPY RISKGRD.
      *    Dunning ladder position from CUSTDUN
       COPY DUNSTATE.
      *    Account groups - a branch buys on its group's credit limit
       COPY CUSTHIER.

      *    Sales tax rate cards - STATE=ss RATE=nn.nnnn, the same
      *    deck ORDENTRY loads, browsed here in entry sequence
       01  TAX-RATE-CARD           PIC X(80).

      * Credit policy at order acceptance - the same as ORDENTRY's:
      * a customer graded at the blocked grade, or dunned to the
      * blocked level or beyond, has every accepted order held
       01  WS-CREDIT-POLICY.
           05  WS-BLOCKED-GRADE        PIC X(1) VALUE 'E'.
           05  WS-BLOCKED-DUN-LEVEL    PIC 9(1) VALUE 3.

       01  WS-CREDIT-WORK.
           05  WS-OPEN-TO-BUY          PIC S9(9)V99 COMP-3.
           05  WS-UNPOSTED-AMT         PIC S9(9)V99 COMP-3.
           05  WS-MEMO-AMT             PIC S9(7)V99 COMP-3.
           05  WS-OTHER-ORDER-AMT      PIC S9(7)V99 COMP-3.
           05  WS-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
      *    The order being filed is set aside while the customer's
      *    other orders are browsed - the length is the ORDER record's
           05  WS-SAVED-ORDER          PIC X(90).
           05  WS-GRADE-BLOCK-FLAG     PIC X(1).
               88  WS-GRADE-BLOCKED    VALUE 'Y'.
               88  WS-GRADE-CLEAR      VALUE 'N'.
           05  WS-DUNNING-BLOCK-FLAG   PIC X(1).
               88  WS-DUNNING-BLOCKED  VALUE 'Y'.
               88  WS-DUNNING-CLEAR    VALUE 'N'.
           05  WS-CUST-ORDERS-EOF-FLAG PIC X(1).
               88  WS-CUST-ORDERS-EOF  VALUE 'Y'.
               88  WS-CUST-ORDERS-MORE VALUE 'N'.
      *    The account group the ordering customer buys under, if
      *    any, and the customer record set aside while the other
      *    members are read - the length is the CUSTOMER record's
           05  WS-GROUP-FLAG           PIC X(1).
               88  WS-IN-GROUP         VALUE 'Y'.
               88  WS-NOT-IN-GROUP     VALUE 'N'.
           05  WS-GROUP-PARENT-ID      PIC 9(8).
           05  WS-GROUP-LIMIT          PIC S9(7)V99 COMP-3.
           05  WS-BROWSE-PARENT-ID     PIC 9(8).
           05  WS-MEMBER-ID            PIC 9(8).
           05  WS-DUN-KEY              PIC X(8).
           05  WS-SAVED-CUSTOMER       PIC X(194).
           05  WS-MEMBERS-EOF-FLAG     PIC X(1).
               88  WS-MEMBERS-EOF      VALUE 'Y'.
               88  WS-MEMBERS-MORE     VALUE 'N'.

      *    The order-number enqueue - prefixed so an order number can
      *    never collide with the same digits enqueued as a customer
       01  WS-ORDER-LOCK.
           05  FILLER                  PIC X(4) VALUE 'ORDR'.
           05  WS-LOCK-ORDER-ID        PIC 9(8).

       01  WS-TAX-WORK.
           05  WS-TAX-RBA              PIC S9(8) COMP.
           05  WS-TAX-RATE             PIC 9(2)V9(4).
           05  WS-TAX-EOF-FLAG         PIC X(1).
               88  WS-TAX-EOF          VALUE 'Y'.
               88  WS-TAX-NOT-EOF      VALUE 'N'.

      *    A keyed amount or quantity arrives as screen characters -
      *    it is proven numeric here before NUMVAL ever sees it
       01  WS-NUMBER-EDIT.
           05  WS-NUM-TEXT             PIC X(11).
           05  WS-NUM-SCAN             PIC X(11).
           05  WS-NUM-VALUE            PIC S9(7)V99 COMP-3.
           05  WS-NUM-LEADING          PIC 9(4) COMP.
           05  WS-NUM-BODY             PIC 9(4) COMP.
           05  WS-NUM-DIGITS           PIC 9(4) COMP.
           05  WS-NUM-POINTS           PIC 9(4) COMP.
           05  WS-NUM-SPACES           PIC 9(4) COMP.
           05  WS-NUM-VALID-FLAG       PIC X(1).
               88  WS-NUM-VALID        VALUE 'Y'.
               88  WS-NUM-INVALID      VALUE 'N'.
               88  WS-NUM-BLANK        VALUE 'B'.

       01  WS-WORK-AREAS.
           05  WS-ROW                  PIC 9(4) COMP.
           05  WS-SLOT                 PIC 9(4) COMP.
           05  WS-LINE-COUNT           PIC 9(4) COMP.
           05  WS-LINE-NUMBER          PIC 9(4) COMP.
           05  WS-LINE-TOTAL           PIC S9(7)V99 COMP-3.
           05  WS-ORDER-TOTAL          PIC S9(7)V99 COMP-3.
           05  WS-EDIT-AMOUNT          PIC ZZZ,ZZ9.99-.
           05  WS-EDIT-AMOUNT-2        PIC ZZZ,ZZ9.99-.
           05  WS-EDIT-QTY             PIC ZZZZ9.
           05  WS-EDIT-PRICE           PIC ZZZZ9.99.
           05  WS-EDIT-LINE            PIC Z9.
           05  WS-EDIT-PAGE            PIC 9.
           05  WS-ERROR-SLOT           PIC 9(4) COMP.
           05  WS-CUSTOMER-ID          PIC X(8).
           05  WS-ORDER-KEY            PIC 9(8).
           05  WS-BROWSE-CUST-ID       PIC 9(8).
           05  WS-OPEN-SEEN            PIC 9(4) COMP.
           05  WS-SEL-NUMBER           PIC 9(2).
           05  WS-SEL-EDIT             PIC X(2).
           05  WS-SCREEN-ERROR-FLAG    PIC X(1).
               88  WS-SCREEN-IN-ERROR  VALUE 'Y'.
               88  WS-SCREEN-CLEAN     VALUE 'N'.
           05  WS-HEADER-ERROR-FLAG    PIC X(1).
               88  WS-HEADER-IN-ERROR  VALUE 'Y'.
               88  WS-HEADER-CLEAN     VALUE 'N'.
           05  WS-LIST-DONE-FLAG       PIC X(1).
               88  WS-LIST-DONE        VALUE 'Y'.
               88  WS-LIST-NOT-DONE    VALUE 'N'.
           05  WS-LINE-WRITE-RESP      PIC S9(8) COMP.
           05  WS-STATUS-TEXT          PIC X(16).

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(1942).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
      *        Keyed straight from a clear screen - order entry only
      *        starts from a customer, so send the operator there
               MOVE 'START ORDER ENTRY WITH PF6 ON THE CUSTOMER SCREEN'
                   TO WS-ERROR-MSG
               EXEC CICS SEND TEXT
                         FROM(WS-ERROR-MSG)
                         LENGTH(50)
                         ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           MOVE DFHCOMMAREA(1:EIBCALEN) TO ORDER-ENTRY-COMMAREA
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           EVALUATE TRUE
               WHEN OEC-START
                   PERFORM 1000-START-NEW-ORDER
               WHEN OEC-ENTRY AND EIBAID = DFHPF3
                   PERFORM 7000-RETURN-TO-CUSTOMER
               WHEN OEC-ENTRY
                   PERFORM 1100-RECEIVE-ORDER-MAP
                   PERFORM 2000-PROCESS-ORDER-SCREEN
               WHEN OEC-LIST AND EIBAID = DFHPF3
                   PERFORM 1050-CLEAR-ORDER
                   MOVE 'E' TO OEC-MODE
                   MOVE 'KEY THE NEW ORDER' TO WS-ORD-MSG
                   PERFORM 4000-SEND-ORDER-MAP
               WHEN OEC-LIST AND EIBAID = DFHPF8
                   PERFORM 6100-PAGE-LIST-FORWARD
               WHEN OEC-LIST AND EIBAID = DFHPF7
                   PERFORM 6200-PAGE-LIST-BACKWARD
               WHEN OEC-LIST
                   PERFORM 1200-RECEIVE-LIST-MAP
                   PERFORM 6500-SELECT-FROM-LIST
               WHEN OEC-INQUIRY AND EIBAID = DFHPF8
                   PERFORM 2500-SCROLL-FORWARD
               WHEN OEC-INQUIRY AND EIBAID = DFHPF7
                   PERFORM 2600-SCROLL-BACKWARD
               WHEN OEC-INQUIRY
      *            Any other key from an inquiry goes back to the list
                   PERFORM 1050-CLEAR-ORDER
                   PERFORM 6000-START-ORDER-LIST
               WHEN OTHER
                   MOVE 'ORDER ENTRY STATE LOST' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE
           PERFORM 9000-RETURN-TO-CICS
           GOBACK.

       1000-START-NEW-ORDER.
      *    First task after CUSTCICS transferred here - the customer
      *    is already read and carried in the commarea
           PERFORM 1050-CLEAR-ORDER
           MOVE 'E' TO OEC-MODE
           MOVE 'KEY THE ORDER HEADER AND LINE ITEMS' TO WS-ORD-MSG
           PERFORM 4000-SEND-ORDER-MAP.

       1050-CLEAR-ORDER.
      *    A fresh order for the same customer - today's date and
      *    accepted status until the operator keys otherwise
           MOVE 1 TO OEC-TOP-LINE
           MOVE SPACES TO OEC-ORDER-ID-TEXT
           MOVE WS-TODAY-DATE TO OEC-ORDER-DATE-TEXT
           MOVE SPACES TO OEC-TOTAL-TEXT
           MOVE 'A' TO OEC-STATUS
           MOVE ZERO TO OEC-TAX-AMT
           PERFORM 1060-CLEAR-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 20.

       1060-CLEAR-ONE-SLOT.
           MOVE SPACE TO OEC-SLOT-STATE(WS-SLOT)
           MOVE SPACES TO OEC-SLOT-ITEM(WS-SLOT)
           MOVE SPACES TO OEC-SLOT-DESC(WS-SLOT)
           MOVE ZEROS TO OEC-SLOT-QTY(WS-SLOT)
           MOVE ZERO TO OEC-SLOT-PRICE(WS-SLOT)
           MOVE ZERO TO OEC-SLOT-EXTENDED(WS-SLOT)
           MOVE SPACE TO OEC-SLOT-TAXABLE(WS-SLOT)
           MOVE 'N' TO OEC-SLOT-OVERRIDE(WS-SLOT)
           MOVE SPACES TO OEC-SLOT-REASON(WS-SLOT).

       1100-RECEIVE-ORDER-MAP.
      *    Receive the order map from the terminal. The input fields
      *    are defined FSET so every row comes back as it shows;
      *    a field never keyed arrives as low-values
           EXEC CICS RECEIVE MAP('ORDMAP')
                     MAPSET('ORDSET')
                     INTO(WS-ORDER-MAP-DATA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR RECEIVING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF
           INSPECT WS-ORDER-MAP-DATA
               REPLACING ALL LOW-VALUE BY SPACE.

       1200-RECEIVE-LIST-MAP.
      *    Receive the open-order list map from the terminal
           EXEC CICS RECEIVE MAP('ORDLMAP')
                     MAPSET('ORDSET')
                     INTO(WS-LIST-MAP-DATA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR RECEIVING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF
           INSPECT WS-LIST-MAP-DATA
               REPLACING ALL LOW-VALUE BY SPACE.

       2000-PROCESS-ORDER-SCREEN.
      *    Whatever key was pressed, what is on the screen is kept
      *    first, so paging or filing never loses a keyed line
           MOVE SPACES TO WS-ORD-MSG
           PERFORM 2100-APPLY-HEADER
           PERFORM 2200-APPLY-LINE-ROWS
           EVALUATE TRUE
               WHEN EIBAID = DFHPF8
                   PERFORM 2500-SCROLL-FORWARD
               WHEN EIBAID = DFHPF7
                   PERFORM 2600-SCROLL-BACKWARD
               WHEN EIBAID = DFHPF10
                   PERFORM 3000-FILE-ORDER
               WHEN EIBAID = DFHPF12
                   PERFORM 1050-CLEAR-ORDER
                   MOVE 'ORDER CLEARED - KEY THE NEW ORDER'
                       TO WS-ORD-MSG
                   PERFORM 4000-SEND-ORDER-MAP
               WHEN EIBAID = DFHPF4
                   PERFORM 2700-REQUEST-ORDER-LIST
               WHEN OTHER
                   PERFORM 2800-SHOW-FOOTING
                   PERFORM 4000-SEND-ORDER-MAP
           END-EVALUATE.

       2100-APPLY-HEADER.
           MOVE WS-ORD-ORDERID TO OEC-ORDER-ID-TEXT
           MOVE WS-ORD-DATE TO OEC-ORDER-DATE-TEXT
           MOVE WS-ORD-TOTAL TO OEC-TOTAL-TEXT
           MOVE WS-ORD-STATUS TO OEC-STATUS.

       2200-APPLY-LINE-ROWS.
           SET WS-SCREEN-CLEAN TO TRUE
           PERFORM 2210-APPLY-ONE-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > 5.

       2210-APPLY-ONE-ROW.
      *    A blanked item code removes the line. A new or changed
      *    item is priced fresh from the item master; otherwise the
      *    keyed price is compared with the list price
           COMPUTE WS-SLOT = OEC-TOP-LINE + WS-ROW - 1
           IF WS-SLOT NOT > 20
               IF WS-ORD-ROW-ITEM(WS-ROW) = SPACES
                   PERFORM 1060-CLEAR-ONE-SLOT
               ELSE
                   PERFORM 2220-PRICE-ONE-ROW
               END-IF
           END-IF.

       2220-PRICE-ONE-ROW.
           MOVE WS-ORD-ROW-ITEM(WS-ROW) TO ITM-CODE
           EXEC CICS READ FILE('ITEMFILE')
                     INTO(ITEM-RECORD)
                     RIDFLD(ITM-CODE)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                   MOVE 'ITEM NOT ON ITEM MASTER' TO WS-ERROR-MSG
                   PERFORM 2290-MARK-ROW-ERROR
               WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR READING ITEM MASTER' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
               WHEN ITM-RETIRED
                   MOVE 'ITEM RETIRED - CANNOT BE ORDERED'
                       TO WS-ERROR-MSG
                   PERFORM 2290-MARK-ROW-ERROR
               WHEN OTHER
                   PERFORM 2230-SET-ROW-FROM-ITEM
           END-EVALUATE.

       2230-SET-ROW-FROM-ITEM.
           IF ITM-CODE NOT = OEC-SLOT-ITEM(WS-SLOT)
      *        A different item - the old price on the screen was the
      *        old item's, so this line starts at the list price
               MOVE SPACES TO WS-ORD-ROW-PRICE(WS-ROW)
           END-IF
           MOVE ITM-CODE TO OEC-SLOT-ITEM(WS-SLOT)
           MOVE ITM-DESCRIPTION TO OEC-SLOT-DESC(WS-SLOT)
           MOVE ITM-LIST-PRICE TO OEC-SLOT-PRICE(WS-SLOT)
           IF ITM-NOT-TAXABLE
               MOVE 'N' TO OEC-SLOT-TAXABLE(WS-SLOT)
           ELSE
               MOVE 'Y' TO OEC-SLOT-TAXABLE(WS-SLOT)
           END-IF
           MOVE 'N' TO OEC-SLOT-OVERRIDE(WS-SLOT)
           MOVE SPACES TO OEC-SLOT-REASON(WS-SLOT)
           MOVE 'V' TO OEC-SLOT-STATE(WS-SLOT)
           MOVE WS-ORD-ROW-QTY(WS-ROW) TO WS-NUM-TEXT
           PERFORM 2900-EDIT-NUMBER-TEXT
           IF WS-NUM-VALID AND WS-NUM-POINTS = ZERO
           AND WS-NUM-VALUE > ZERO AND WS-NUM-VALUE < 100000
               MOVE WS-NUM-VALUE TO OEC-SLOT-QTY(WS-SLOT)
           ELSE
               MOVE ZEROS TO OEC-SLOT-QTY(WS-SLOT)
               MOVE 'QUANTITY MUST BE A WHOLE NUMBER' TO WS-ERROR-MSG
               PERFORM 2290-MARK-ROW-ERROR
           END-IF
           PERFORM 2240-APPLY-PRICE-OVERRIDE
           COMPUTE OEC-SLOT-EXTENDED(WS-SLOT) =
               OEC-SLOT-QTY(WS-SLOT) * OEC-SLOT-PRICE(WS-SLOT).

       2240-APPLY-PRICE-OVERRIDE.
      *    An override has to say why - a keyed price with no reason
      *    leaves the line in error at the list price
           MOVE WS-ORD-ROW-PRICE(WS-ROW) TO WS-NUM-TEXT
           PERFORM 2900-EDIT-NUMBER-TEXT
           EVALUATE TRUE
               WHEN WS-NUM-BLANK
                   CONTINUE
               WHEN WS-NUM-INVALID
                   MOVE 'PRICE IS NOT A VALID AMOUNT' TO WS-ERROR-MSG
                   PERFORM 2290-MARK-ROW-ERROR
               WHEN WS-NUM-VALUE = ITM-LIST-PRICE
                   CONTINUE
               WHEN WS-NUM-VALUE NOT < 100000
                   MOVE 'PRICE IS NOT A VALID AMOUNT' TO WS-ERROR-MSG
                   PERFORM 2290-MARK-ROW-ERROR
               WHEN WS-ORD-ROW-REASON(WS-ROW) = SPACES
                   MOVE 'KEYED PRICE NEEDS AN OVERRIDE REASON'
                       TO WS-ERROR-MSG
                   PERFORM 2290-MARK-ROW-ERROR
               WHEN OTHER
                   MOVE WS-NUM-VALUE TO OEC-SLOT-PRICE(WS-SLOT)
                   MOVE 'Y' TO OEC-SLOT-OVERRIDE(WS-SLOT)
                   MOVE WS-ORD-ROW-REASON(WS-ROW)
                       TO OEC-SLOT-REASON(WS-SLOT)
           END-EVALUATE.

       2290-MARK-ROW-ERROR.
      *    The first error on the screen is the one reported. The
      *    line keeps the code as keyed, so a bad code keyed over an
      *    earlier item is what comes back to be corrected
           IF OEC-SLOT-ITEM(WS-SLOT) NOT = WS-ORD-ROW-ITEM(WS-ROW)
               MOVE WS-ORD-ROW-ITEM(WS-ROW) TO OEC-SLOT-ITEM(WS-SLOT)
               MOVE SPACES TO OEC-SLOT-DESC(WS-SLOT)
           END-IF
           MOVE 'E' TO OEC-SLOT-STATE(WS-SLOT)
           IF WS-SCREEN-CLEAN
               SET WS-SCREEN-IN-ERROR TO TRUE
               MOVE WS-SLOT TO WS-EDIT-LINE
               MOVE SPACES TO WS-ORD-MSG
               STRING 'LINE ' DELIMITED SIZE
                      WS-EDIT-LINE DELIMITED SIZE
                      ': ' DELIMITED SIZE
                      WS-ERROR-MSG DELIMITED SIZE
                      INTO WS-ORD-MSG
           END-IF.

       2500-SCROLL-FORWARD.
           IF OEC-TOP-LINE + 5 > 20
               IF WS-ORD-MSG = SPACES
                   MOVE 'LAST PAGE OF LINES' TO WS-ORD-MSG
               END-IF
           ELSE
               ADD 5 TO OEC-TOP-LINE
           END-IF
           PERFORM 4000-SEND-ORDER-MAP.

       2600-SCROLL-BACKWARD.
           IF OEC-TOP-LINE = 1
               IF WS-ORD-MSG = SPACES
                   MOVE 'FIRST PAGE OF LINES' TO WS-ORD-MSG
               END-IF
           ELSE
               SUBTRACT 5 FROM OEC-TOP-LINE
           END-IF
           PERFORM 4000-SEND-ORDER-MAP.

       2700-REQUEST-ORDER-LIST.
      *    The slots hold only one order at a time - an order in
      *    progress must be filed or cleared before the list is shown
           PERFORM 2810-COUNT-LINES
           IF WS-LINE-COUNT > ZERO
               MOVE 'FILE (PF10) OR CLEAR (PF12) THIS ORDER FIRST'
                   TO WS-ORD-MSG
               PERFORM 4000-SEND-ORDER-MAP
           ELSE
               PERFORM 6000-START-ORDER-LIST
           END-IF.

       2800-SHOW-FOOTING.
      *    ENTER prices the screen and says how the lines stand
      *    against the keyed order total
           IF WS-SCREEN-CLEAN
               PERFORM 2810-COUNT-LINES
               MOVE OEC-TOTAL-TEXT TO WS-NUM-TEXT
               PERFORM 2900-EDIT-NUMBER-TEXT
               EVALUATE TRUE
                   WHEN WS-LINE-COUNT = ZERO
                       MOVE 'KEY AT LEAST ONE LINE ITEM' TO WS-ORD-MSG
                   WHEN NOT WS-NUM-VALID
                       MOVE 'KEY THE ORDER TOTAL THE LINES FOOT TO'
                           TO WS-ORD-MSG
                   WHEN WS-NUM-VALUE = WS-LINE-TOTAL
                       MOVE 'LINES FOOT - PF10 TO FILE THE ORDER'
                           TO WS-ORD-MSG
                   WHEN OTHER
                       MOVE 'LINES DO NOT FOOT TO THE ORDER TOTAL'
                           TO WS-ORD-MSG
               END-EVALUATE
           END-IF.

       2810-COUNT-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-LINE-TOTAL
           PERFORM 2820-COUNT-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 20.

       2820-COUNT-ONE-SLOT.
           IF NOT OEC-SLOT-EMPTY(WS-SLOT)
               ADD 1 TO WS-LINE-COUNT
               IF OEC-SLOT-VALID(WS-SLOT)
                   ADD OEC-SLOT-EXTENDED(WS-SLOT) TO WS-LINE-TOTAL
               END-IF
           END-IF.

       2900-EDIT-NUMBER-TEXT.
      *    Digits with at most one decimal point, optionally padded
      *    with spaces either side - nothing embedded, no sign
           MOVE WS-NUM-TEXT TO WS-NUM-SCAN
           MOVE ZERO TO WS-NUM-VALUE
           MOVE ZERO TO WS-NUM-LEADING
           MOVE ZERO TO WS-NUM-BODY
           MOVE ZERO TO WS-NUM-DIGITS
           MOVE ZERO TO WS-NUM-POINTS
           MOVE ZERO TO WS-NUM-SPACES
           INSPECT WS-NUM-SCAN CONVERTING '012345678' TO '999999999'
           INSPECT WS-NUM-SCAN TALLYING
               WS-NUM-LEADING FOR LEADING SPACE
           INSPECT WS-NUM-SCAN TALLYING
               WS-NUM-DIGITS FOR ALL '9'
               WS-NUM-POINTS FOR ALL '.'
               WS-NUM-SPACES FOR ALL SPACE
           IF WS-NUM-LEADING = LENGTH OF WS-NUM-SCAN
               SET WS-NUM-BLANK TO TRUE
           ELSE
               INSPECT WS-NUM-SCAN(WS-NUM-LEADING + 1:)
                   TALLYING WS-NUM-BODY
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-NUM-DIGITS > ZERO
               AND WS-NUM-POINTS < 2
               AND WS-NUM-DIGITS + WS-NUM-POINTS + WS-NUM-SPACES
                   = LENGTH OF WS-NUM-SCAN
               AND WS-NUM-BODY + WS-NUM-SPACES
                   = LENGTH OF WS-NUM-SCAN
                   SET WS-NUM-VALID TO TRUE
                   COMPUTE WS-NUM-VALUE =
                       FUNCTION NUMVAL(WS-NUM-TEXT)
               ELSE
                   SET WS-NUM-INVALID TO TRUE
               END-IF
           END-IF.

       3000-FILE-ORDER.
      *    PF10 - the header and every line must be clean and the
      *    lines must foot to ORDER-TOTAL, exactly as ORDENTRY
      *    requires, before anything is written. A line left in
      *    error on a page not shown stops the filing as well
           IF WS-SCREEN-CLEAN
               PERFORM 3050-FIND-LINE-IN-ERROR
           END-IF
           IF WS-SCREEN-IN-ERROR
               PERFORM 4000-SEND-ORDER-MAP
           ELSE
               PERFORM 3100-EDIT-HEADER
               IF WS-HEADER-CLEAN
                   PERFORM 3150-VERIFY-LINES-FOOT
               END-IF
               IF WS-HEADER-CLEAN
                   PERFORM 3200-READ-CUSTOMER
               END-IF
               IF WS-HEADER-CLEAN
                   PERFORM 3300-BUILD-ORDER
                   PERFORM 3400-COMPUTE-SALES-TAX
                   PERFORM 3500-CHECK-CREDIT
                   PERFORM 3700-WRITE-ORDER
               ELSE
                   PERFORM 4000-SEND-ORDER-MAP
               END-IF
           END-IF.

       3050-FIND-LINE-IN-ERROR.
           MOVE ZERO TO WS-ERROR-SLOT
           PERFORM 3060-CHECK-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 20
               OR WS-ERROR-SLOT > ZERO
           IF WS-ERROR-SLOT > ZERO
               SET WS-SCREEN-IN-ERROR TO TRUE
               MOVE WS-ERROR-SLOT TO WS-EDIT-LINE
               COMPUTE WS-EDIT-PAGE = (WS-ERROR-SLOT + 4) / 5
               MOVE SPACES TO WS-ORD-MSG
               STRING 'LINE ' DELIMITED SIZE
                      WS-EDIT-LINE DELIMITED SIZE
                      ' ON PAGE ' DELIMITED SIZE
                      WS-EDIT-PAGE DELIMITED SIZE
                      ' IS IN ERROR - CORRECT IT BEFORE FILING'
                          DELIMITED SIZE
                      INTO WS-ORD-MSG
           END-IF.

       3060-CHECK-ONE-SLOT.
           IF OEC-SLOT-ERROR(WS-SLOT)
               MOVE WS-SLOT TO WS-ERROR-SLOT
           END-IF.

       3100-EDIT-HEADER.
           SET WS-HEADER-CLEAN TO TRUE
           IF OEC-ORDER-DATE-TEXT = SPACES
               MOVE WS-TODAY-DATE TO OEC-ORDER-DATE-TEXT
           END-IF
           IF OEC-STATUS = SPACE
               MOVE 'A' TO OEC-STATUS
           END-IF
           MOVE OEC-TOTAL-TEXT TO WS-NUM-TEXT
           PERFORM 2900-EDIT-NUMBER-TEXT
           EVALUATE TRUE
               WHEN OEC-ORDER-ID-TEXT IS NOT NUMERIC
               OR OEC-ORDER-ID-TEXT = ZEROS
                   MOVE 'ORDER ID MUST BE 8 DIGITS' TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN OEC-ORDER-DATE-TEXT IS NOT NUMERIC
                   MOVE 'ORDER DATE MUST BE YYYYMMDD' TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN OEC-STATUS NOT = 'E' AND OEC-STATUS NOT = 'A'
                   MOVE 'STATUS MUST BE E=ENTERED OR A=ACCEPTED'
                       TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN NOT WS-NUM-VALID
                   MOVE 'ORDER TOTAL IS NOT A VALID AMOUNT'
                       TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN OTHER
                   MOVE WS-NUM-VALUE TO WS-ORDER-TOTAL
           END-EVALUATE.

       3150-VERIFY-LINES-FOOT.
      *    An order is only accepted when its lines add up to the
      *    order total - that is what makes a later dispute
      *    answerable from the line file
           PERFORM 2810-COUNT-LINES
           EVALUATE TRUE
               WHEN WS-LINE-COUNT = ZERO
                   MOVE 'AT LEAST ONE LINE ITEM IS REQUIRED'
                       TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN WS-LINE-TOTAL NOT = WS-ORDER-TOTAL
                   MOVE WS-LINE-TOTAL TO WS-EDIT-AMOUNT
                   MOVE WS-ORDER-TOTAL TO WS-EDIT-AMOUNT-2
                   MOVE SPACES TO WS-ORD-MSG
                   STRING 'LINES FOOT TO ' DELIMITED SIZE
                          WS-EDIT-AMOUNT DELIMITED SIZE
                          ' NOT ' DELIMITED SIZE
                          WS-EDIT-AMOUNT-2 DELIMITED SIZE
                          ' - NOT ACCEPTED' DELIMITED SIZE
                          INTO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3200-READ-CUSTOMER.
      *    Re-read the customer for tonight's balance and state - it
      *    may have changed since the detail screen was shown
           MOVE OEC-CUST-ID TO WS-CUSTOMER-ID
           EXEC CICS READ FILE('CUSTFILE')
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(WS-CUSTOMER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'CUSTOMER NO LONGER ON FILE' TO WS-ORD-MSG
                   SET WS-HEADER-IN-ERROR TO TRUE
               WHEN OTHER
                   MOVE 'FILE READ ERROR' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE.

       3300-BUILD-ORDER.
           MOVE LOW-VALUES TO ORDER-RECORD
           MOVE OEC-ORDER-ID-TEXT TO ORDER-ID
           MOVE OEC-CUST-ID TO ORDER-CUST-ID
           MOVE OEC-ORDER-DATE-TEXT TO ORDER-DATE
           MOVE WS-ORDER-TOTAL TO ORDER-TOTAL
           MOVE OEC-STATUS TO ORDER-STATUS
           MOVE WS-TODAY-DATE TO ORDER-LAST-UPDATE.

       3400-COMPUTE-SALES-TAX.
      *    Tax follows the customer's state on the day the order is
      *    taken and is charged only on the taxable lines, at the
      *    rate on the same cards ORDENTRY loads
           MOVE CUST-STATE TO ORDER-TAX-STATE
           MOVE ZEROS TO ORDER-TAX-RATE
           MOVE ZEROS TO ORDER-TAXABLE-AMT
           MOVE ZEROS TO ORDER-TAX-AMT
           IF CUST-TAX-EXEMPT NOT = 'Y'
               PERFORM 3410-FIND-TAX-RATE
           END-IF
           IF ORDER-TAX-RATE > ZERO
               PERFORM 3450-ADD-TAXABLE-SLOT
                   VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > 20
               COMPUTE ORDER-TAX-AMT ROUNDED =
                   ORDER-TAXABLE-AMT * ORDER-TAX-RATE / 100
           END-IF.

       3410-FIND-TAX-RATE.
      *    A state with no card, or no rate file defined to the
      *    region, is a state we do not collect for
           MOVE ZERO TO WS-TAX-RBA
           SET WS-TAX-NOT-EOF TO TRUE
           EXEC CICS STARTBR FILE('TAXRATE')
                     RIDFLD(WS-TAX-RBA)
                     RBA
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3420-READ-TAX-RATE-CARD
                   UNTIL WS-TAX-EOF
               EXEC CICS ENDBR FILE('TAXRATE')
               END-EXEC
           END-IF.

       3420-READ-TAX-RATE-CARD.
           EXEC CICS READNEXT FILE('TAXRATE')
                     INTO(TAX-RATE-CARD)
                     RIDFLD(WS-TAX-RBA)
                     RBA
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               SET WS-TAX-EOF TO TRUE
           ELSE
               IF TAX-RATE-CARD(1:6) = 'STATE='
               AND TAX-RATE-CARD(7:2) = CUST-STATE
               AND TAX-RATE-CARD(10:5) = 'RATE='
               AND TAX-RATE-CARD(15:2) IS NUMERIC
               AND TAX-RATE-CARD(17:1) = '.'
               AND TAX-RATE-CARD(18:4) IS NUMERIC
                   MOVE TAX-RATE-CARD(15:2) TO WS-TAX-RATE(1:2)
                   MOVE TAX-RATE-CARD(18:4) TO WS-TAX-RATE(3:4)
                   MOVE WS-TAX-RATE TO ORDER-TAX-RATE
                   SET WS-TAX-EOF TO TRUE
               END-IF
           END-IF.

       3450-ADD-TAXABLE-SLOT.
           IF OEC-SLOT-VALID(WS-SLOT)
           AND OEC-SLOT-TAXABLE(WS-SLOT) NOT = 'N'
               ADD OEC-SLOT-EXTENDED(WS-SLOT) TO ORDER-TAXABLE-AMT
           END-IF.

       3500-CHECK-CREDIT.
      *    Only an order keyed as accepted is checked - an entered
      *    order commits no credit yet. A blocked grade or dunning
      *    level holds the order outright; otherwise it is held when
      *    what the customer will owe for it, tax included, is more
      *    than the open-to-buy.
           MOVE SPACES TO ORDER-HOLD-REASON
           MOVE ZEROS TO ORDER-HOLD-DATE
           MOVE ZEROS TO ORDER-HOLD-OTB
           MOVE SPACE TO ORDER-CREDIT-ACTION
           MOVE ZEROS TO ORDER-CREDIT-DATE
           MOVE SPACES TO ORDER-CREDIT-OPER
           IF ORDER-STATUS = 'A'
               PERFORM 3510-COMPUTE-OPEN-TO-BUY
               COMPUTE WS-AMOUNT-DUE = ORDER-TOTAL + ORDER-TAX-AMT
               EVALUATE TRUE
                   WHEN WS-GRADE-BLOCKED
                       MOVE 'GRDE' TO ORDER-HOLD-REASON
                   WHEN WS-DUNNING-BLOCKED
                       MOVE 'DUNL' TO ORDER-HOLD-REASON
                   WHEN WS-AMOUNT-DUE > WS-OPEN-TO-BUY
                       MOVE 'OTB ' TO ORDER-HOLD-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ORDER-HOLD-REASON NOT = SPACES
                   MOVE 'H' TO ORDER-STATUS
                   MOVE WS-TODAY-DATE TO ORDER-HOLD-DATE
                   MOVE WS-OPEN-TO-BUY TO ORDER-HOLD-OTB
               END-IF
           END-IF.

       3510-COMPUTE-OPEN-TO-BUY.
      *    Open-to-buy = limit - balance - accepted unposted orders
      *    + same-day memo payments. A grade, dunning or memo record
      *    that cannot be read counts for nothing, as in ORDENTRY.
      *    A member of an account group buys on the group's limit,
      *    charged with every member, and is dunned as the group.
           PERFORM 3550-FIND-ACCOUNT-GROUP
           IF WS-IN-GROUP
               PERFORM 3560-GROUP-OPEN-TO-BUY
               MOVE WS-GROUP-PARENT-ID TO WS-DUN-KEY
           ELSE
               COMPUTE WS-OPEN-TO-BUY =
                   CUST-CREDIT-LIMIT - CUST-BALANCE
               PERFORM 3515-CHARGE-ACCOUNT
               MOVE WS-CUSTOMER-ID TO WS-DUN-KEY
           END-IF
           SET WS-GRADE-CLEAR TO TRUE
           EXEC CICS READ FILE('RISKFILE')
                     INTO(RISK-GRADE-RECORD)
                     RIDFLD(WS-CUSTOMER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
           AND RSK-GRADE = WS-BLOCKED-GRADE
               SET WS-GRADE-BLOCKED TO TRUE
           END-IF
           SET WS-DUNNING-CLEAR TO TRUE
           EXEC CICS READ FILE('DUNFILE')
                     INTO(DUNNING-STATE-RECORD)
                     RIDFLD(WS-DUN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
           AND DUN-LEVEL NOT < WS-BLOCKED-DUN-LEVEL
               SET WS-DUNNING-BLOCKED TO TRUE
           END-IF.

       3515-CHARGE-ACCOUNT.
      *    Takes the accepted unposted orders off, and adds the memo
      *    payments back onto, the open-to-buy for the customer
      *    record in hand
           MOVE ZERO TO WS-MEMO-AMT
           MOVE CUST-ID TO WS-MEMBER-ID
           EXEC CICS READ FILE('MEMOFILE')
                     INTO(MEMO-RECORD)
                     RIDFLD(WS-MEMBER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE MEM-MEMO-AMOUNT TO WS-MEMO-AMT
           END-IF
           PERFORM 3520-ADD-UNPOSTED-ORDERS
           COMPUTE WS-OPEN-TO-BUY =
               WS-OPEN-TO-BUY - WS-UNPOSTED-AMT + WS-MEMO-AMT.

       3520-ADD-UNPOSTED-ORDERS.
      *    Every other order of the customer's already accepted but
      *    not yet rolled into the balance by ORDPOST uses up credit
      *    too. The customer's orders are browsed through the
      *    customer-ID path over the order file; the order in hand
      *    is set aside and put back after.
           MOVE ORDER-RECORD TO WS-SAVED-ORDER
           MOVE ZEROS TO WS-UNPOSTED-AMT
           MOVE CUST-ID TO WS-BROWSE-CUST-ID
           SET WS-CUST-ORDERS-MORE TO TRUE
           EXEC CICS STARTBR FILE('ORDCUST')
                     RIDFLD(WS-BROWSE-CUST-ID)
                     EQUAL
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3530-ADD-ONE-UNPOSTED-ORDER
                   UNTIL WS-CUST-ORDERS-EOF
               EXEC CICS ENDBR FILE('ORDCUST')
               END-EXEC
           END-IF
           MOVE WS-SAVED-ORDER TO ORDER-RECORD.

       3530-ADD-ONE-UNPOSTED-ORDER.
      *    DUPKEY means more orders follow under the same customer
           EXEC CICS READNEXT FILE('ORDCUST')
                     INTO(ORDER-RECORD)
                     RIDFLD(WS-BROWSE-CUST-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF (WS-RESPONSE-CODE = DFHRESP(NORMAL)
           OR WS-RESPONSE-CODE = DFHRESP(DUPKEY))
           AND ORDER-CUST-ID = CUST-ID
               IF ORDER-STATUS = 'A'
               AND ORDER-ID NOT = WS-SAVED-ORDER(1:8)
                   IF ORDER-TAX-AMT IS NUMERIC
                       COMPUTE WS-OTHER-ORDER-AMT =
                           ORDER-TOTAL + ORDER-TAX-AMT
                   ELSE
                       MOVE ORDER-TOTAL TO WS-OTHER-ORDER-AMT
                   END-IF
                   ADD WS-OTHER-ORDER-AMT TO WS-UNPOSTED-AMT
               END-IF
           ELSE
               SET WS-CUST-ORDERS-EOF TO TRUE
           END-IF.

       3550-FIND-ACCOUNT-GROUP.
      *    A customer on the hierarchy file belongs to the group of
      *    the parent it names - the parent's record carries the
      *    group limit. A hierarchy file that cannot be read leaves
      *    the customer on its own limit.
           SET WS-NOT-IN-GROUP TO TRUE
           MOVE ZEROS TO WS-GROUP-PARENT-ID
           MOVE CUST-ID TO WS-MEMBER-ID
           EXEC CICS READ FILE('HIERFILE')
                     INTO(HIERARCHY-RECORD)
                     RIDFLD(WS-MEMBER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               MOVE HIR-PARENT-ID TO WS-GROUP-PARENT-ID
               EXEC CICS READ FILE('HIERFILE')
                         INTO(HIERARCHY-RECORD)
                         RIDFLD(WS-GROUP-PARENT-ID)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               AND HIR-IS-PARENT
                   SET WS-IN-GROUP TO TRUE
                   MOVE HIR-GROUP-LIMIT TO WS-GROUP-LIMIT
               END-IF
           END-IF.

       3560-GROUP-OPEN-TO-BUY.
      *    Every member of the group, parent included, through the
      *    parent-ID path over the hierarchy file. The ordering
      *    customer's record is set aside and put back after.
           MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
           MOVE WS-GROUP-LIMIT TO WS-OPEN-TO-BUY
           MOVE WS-GROUP-PARENT-ID TO WS-BROWSE-PARENT-ID
           SET WS-MEMBERS-MORE TO TRUE
           EXEC CICS STARTBR FILE('HIERPATH')
                     RIDFLD(WS-BROWSE-PARENT-ID)
                     EQUAL
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 3570-CHARGE-ONE-MEMBER
                   UNTIL WS-MEMBERS-EOF
               EXEC CICS ENDBR FILE('HIERPATH')
               END-EXEC
           END-IF
           MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD.

       3570-CHARGE-ONE-MEMBER.
      *    DUPKEY means more members follow under the same parent
           EXEC CICS READNEXT FILE('HIERPATH')
                     INTO(HIERARCHY-RECORD)
                     RIDFLD(WS-BROWSE-PARENT-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF (WS-RESPONSE-CODE = DFHRESP(NORMAL)
           OR WS-RESPONSE-CODE = DFHRESP(DUPKEY))
           AND HIR-PARENT-ID = WS-GROUP-PARENT-ID
               MOVE HIR-CUST-ID TO WS-MEMBER-ID
               EXEC CICS READ FILE('CUSTFILE')
                         INTO(CUSTOMER-RECORD)
                         RIDFLD(WS-MEMBER-ID)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   SUBTRACT CUST-BALANCE FROM WS-OPEN-TO-BUY
                   PERFORM 3515-CHARGE-ACCOUNT
               END-IF
           ELSE
               SET WS-MEMBERS-EOF TO TRUE
           END-IF.

       3700-WRITE-ORDER.
      *    Enqueue on the order number so no other task can write or
      *    cancel this order while the add is in flight
           MOVE ORDER-ID TO WS-LOCK-ORDER-ID
           MOVE ORDER-ID TO WS-ORDER-KEY
           EXEC CICS ENQ RESOURCE(WS-ORDER-LOCK)
                     LENGTH(12)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECORD IN USE - TRY AGAIN' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           ELSE
               EXEC CICS WRITE FILE('ORDFILE')
                         FROM(ORDER-RECORD)
                         RIDFLD(WS-ORDER-KEY)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               MOVE DFHRESP(NORMAL) TO WS-LINE-WRITE-RESP
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE ZERO TO WS-LINE-NUMBER
                   PERFORM 3710-WRITE-ONE-LINE
                       VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > 20
               END-IF

      *        Release the lock before acting on the outcome, since
      *        the error branch below abends the transaction and
      *        would otherwise leave the order enqueued
               EXEC CICS DEQ RESOURCE(WS-ORDER-LOCK)
                         LENGTH(12)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESPONSE-CODE = DFHRESP(DUPREC)
                       MOVE 'ORDER ALREADY EXISTS - KEY ANOTHER ID'
                           TO WS-ORD-MSG
                       PERFORM 4000-SEND-ORDER-MAP
                   WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'ERROR WRITING ORDER' TO WS-ERROR-MSG
                       PERFORM 8000-HANDLE-ERROR
                   WHEN WS-LINE-WRITE-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'ERROR WRITING ORDER LINE' TO WS-ERROR-MSG
                       PERFORM 8000-HANDLE-ERROR
                   WHEN OTHER
                       PERFORM 3800-CONFIRM-ORDER
               END-EVALUATE
           END-IF.

       3710-WRITE-ONE-LINE.
      *    Lines are renumbered 1-n in screen order as they are
      *    written, so a removed line leaves no gap on the file
           IF OEC-SLOT-VALID(WS-SLOT)
           AND WS-LINE-WRITE-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-LINE-NUMBER
               MOVE SPACES TO ORDER-LINE-RECORD
               MOVE ORDER-ID TO OLN-ORDER-ID
               MOVE WS-LINE-NUMBER TO OLN-LINE-NUMBER
               MOVE OEC-SLOT-ITEM(WS-SLOT) TO OLN-ITEM-CODE
               MOVE OEC-SLOT-DESC(WS-SLOT) TO OLN-DESCRIPTION
               MOVE OEC-SLOT-QTY(WS-SLOT) TO OLN-QUANTITY
               MOVE OEC-SLOT-PRICE(WS-SLOT) TO OLN-UNIT-PRICE
               MOVE OEC-SLOT-EXTENDED(WS-SLOT) TO OLN-EXTENDED-AMT
               MOVE OEC-SLOT-TAXABLE(WS-SLOT) TO OLN-TAXABLE
               MOVE OEC-SLOT-OVERRIDE(WS-SLOT) TO OLN-OVERRIDE-FLAG
               MOVE OEC-SLOT-REASON(WS-SLOT) TO OLN-OVERRIDE-REASON
               EXEC CICS WRITE FILE('ORDLFILE')
                         FROM(ORDER-LINE-RECORD)
                         RIDFLD(OLN-KEY)
                         RESP(WS-LINE-WRITE-RESP)
               END-EXEC
           END-IF.

       3800-CONFIRM-ORDER.
      *    The order is on file - say how it stands and start a
      *    fresh order for the same customer
           COMPUTE WS-AMOUNT-DUE = ORDER-TOTAL + ORDER-TAX-AMT
           MOVE WS-AMOUNT-DUE TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-ORD-MSG
           EVALUATE ORDER-STATUS
               WHEN 'H'
                   STRING 'ORDER ' DELIMITED SIZE
                          ORDER-ID DELIMITED SIZE
                          ' HELD FOR CREDIT (' DELIMITED SIZE
                          ORDER-HOLD-REASON DELIMITED SPACE
                          ') ' DELIMITED SIZE
                          WS-EDIT-AMOUNT DELIMITED SIZE
                          INTO WS-ORD-MSG
               WHEN 'E'
                   STRING 'ORDER ' DELIMITED SIZE
                          ORDER-ID DELIMITED SIZE
                          ' ENTERED - WITH TAX ' DELIMITED SIZE
                          WS-EDIT-AMOUNT DELIMITED SIZE
                          INTO WS-ORD-MSG
               WHEN OTHER
                   STRING 'ORDER ' DELIMITED SIZE
                          ORDER-ID DELIMITED SIZE
                          ' ACCEPTED - WITH TAX ' DELIMITED SIZE
                          WS-EDIT-AMOUNT DELIMITED SIZE
                          INTO WS-ORD-MSG
           END-EVALUATE
           PERFORM 1050-CLEAR-ORDER
           PERFORM 4000-SEND-ORDER-MAP.

       4000-SEND-ORDER-MAP.
      *    Build the order map from the commarea - the header as
      *    keyed and the five line slots from OEC-TOP-LINE down
           MOVE OEC-CUST-ID TO WS-ORD-CUSTID
           MOVE OEC-CUST-NAME TO WS-ORD-CUSTNAME
           MOVE OEC-ORDER-ID-TEXT TO WS-ORD-ORDERID
           MOVE OEC-ORDER-DATE-TEXT TO WS-ORD-DATE
           MOVE OEC-TOTAL-TEXT TO WS-ORD-TOTAL
           MOVE OEC-STATUS TO WS-ORD-STATUS
           PERFORM 4100-FORMAT-ONE-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > 5
           PERFORM 2810-COUNT-LINES
           MOVE WS-LINE-TOTAL TO WS-ORD-LINES-FOOT
           IF OEC-INQUIRY
               MOVE OEC-TAX-AMT TO WS-ORD-TAX
           ELSE
               MOVE ZERO TO WS-ORD-TAX
           END-IF
           MOVE OEC-TOP-LINE TO WS-SCR-FIRST
           COMPUTE WS-SCR-LAST = OEC-TOP-LINE + 4
           MOVE 20 TO WS-SCR-MAX
           MOVE WS-SCROLL-LINE TO WS-ORD-SCROLL

           EXEC CICS SEND MAP('ORDMAP')
                     MAPSET('ORDSET')
                     FROM(WS-ORDER-MAP-DATA)
                     ERASE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR SENDING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       4100-FORMAT-ONE-ROW.
           COMPUTE WS-SLOT = OEC-TOP-LINE + WS-ROW - 1
           MOVE WS-SLOT TO WS-ORD-ROW-NUM(WS-ROW)
           IF OEC-SLOT-EMPTY(WS-SLOT)
               MOVE SPACES TO WS-ORD-ROW-ITEM(WS-ROW)
               MOVE SPACES TO WS-ORD-ROW-DESC(WS-ROW)
               MOVE SPACES TO WS-ORD-ROW-QTY(WS-ROW)
               MOVE SPACES TO WS-ORD-ROW-PRICE(WS-ROW)
               MOVE ZERO TO WS-ORD-ROW-EXT(WS-ROW)
               MOVE SPACES TO WS-ORD-ROW-REASON(WS-ROW)
           ELSE
               MOVE OEC-SLOT-ITEM(WS-SLOT) TO WS-ORD-ROW-ITEM(WS-ROW)
               MOVE OEC-SLOT-DESC(WS-SLOT) TO WS-ORD-ROW-DESC(WS-ROW)
               MOVE OEC-SLOT-QTY(WS-SLOT) TO WS-EDIT-QTY
               MOVE WS-EDIT-QTY TO WS-ORD-ROW-QTY(WS-ROW)
               MOVE OEC-SLOT-PRICE(WS-SLOT) TO WS-EDIT-PRICE
               MOVE WS-EDIT-PRICE TO WS-ORD-ROW-PRICE(WS-ROW)
               MOVE OEC-SLOT-EXTENDED(WS-SLOT)
                   TO WS-ORD-ROW-EXT(WS-ROW)
               MOVE OEC-SLOT-REASON(WS-SLOT)
                   TO WS-ORD-ROW-REASON(WS-ROW)
           END-IF.

       6000-START-ORDER-LIST.
           MOVE 'L' TO OEC-MODE
           MOVE ZEROS TO OEC-LIST-SKIP
           MOVE SPACES TO WS-LST-MSG
           PERFORM 6300-BUILD-ORDER-LIST
           PERFORM 6400-SEND-LIST-MAP.

       6100-PAGE-LIST-FORWARD.
           MOVE SPACES TO WS-LST-MSG
           IF OEC-LIST-MORE
               ADD 10 TO OEC-LIST-SKIP
           ELSE
               MOVE 'NO MORE OPEN ORDERS FORWARD' TO WS-LST-MSG
           END-IF
           PERFORM 6300-BUILD-ORDER-LIST
           PERFORM 6400-SEND-LIST-MAP.

       6200-PAGE-LIST-BACKWARD.
           MOVE SPACES TO WS-LST-MSG
           IF OEC-LIST-SKIP = ZERO
               MOVE 'NO MORE OPEN ORDERS BACKWARD' TO WS-LST-MSG
           ELSE
               SUBTRACT 10 FROM OEC-LIST-SKIP
           END-IF
           PERFORM 6300-BUILD-ORDER-LIST
           PERFORM 6400-SEND-LIST-MAP.

       6300-BUILD-ORDER-LIST.
      *    The customer's open orders - entered, accepted or held -
      *    through the customer-ID path, skipping the pages already
      *    shown. One order past the page says there is more.
           MOVE ZERO TO OEC-LIST-COUNT
           MOVE ZERO TO WS-OPEN-SEEN
           SET OEC-LIST-LAST-PAGE TO TRUE
           PERFORM 6310-CLEAR-ONE-LIST-ROW
               VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > 10
           MOVE OEC-CUST-ID TO WS-BROWSE-CUST-ID
           SET WS-LIST-NOT-DONE TO TRUE
           EXEC CICS STARTBR FILE('ORDCUST')
                     RIDFLD(WS-BROWSE-CUST-ID)
                     EQUAL
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 6320-READ-NEXT-ORDER
                   UNTIL WS-LIST-DONE
               EXEC CICS ENDBR FILE('ORDCUST')
               END-EXEC
           END-IF
           IF WS-LST-MSG = SPACES
               IF OEC-LIST-COUNT = ZERO
                   MOVE 'NO OPEN ORDERS FOR THIS CUSTOMER'
                       TO WS-LST-MSG
               ELSE
                   MOVE 'SELECT A ROW - I=INQUIRE  C=CANCEL'
                       TO WS-LST-MSG
               END-IF
           END-IF.

       6310-CLEAR-ONE-LIST-ROW.
           MOVE SPACES TO WS-LST-LINE(WS-ROW)
           MOVE ZEROS TO OEC-LIST-ORDER-ID(WS-ROW).

       6320-READ-NEXT-ORDER.
           EXEC CICS READNEXT FILE('ORDCUST')
                     INTO(ORDER-RECORD)
                     RIDFLD(WS-BROWSE-CUST-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF (WS-RESPONSE-CODE = DFHRESP(NORMAL)
           OR WS-RESPONSE-CODE = DFHRESP(DUPKEY))
           AND ORDER-CUST-ID = OEC-CUST-ID
               IF ORDER-STATUS = 'E' OR ORDER-STATUS = 'A'
               OR ORDER-STATUS = 'H'
                   ADD 1 TO WS-OPEN-SEEN
                   EVALUATE TRUE
                       WHEN WS-OPEN-SEEN NOT > OEC-LIST-SKIP
                           CONTINUE
                       WHEN OEC-LIST-COUNT < 10
                           PERFORM 6330-FORMAT-LIST-ROW
                       WHEN OTHER
                           SET OEC-LIST-MORE TO TRUE
                           SET WS-LIST-DONE TO TRUE
                   END-EVALUATE
               END-IF
           ELSE
               SET WS-LIST-DONE TO TRUE
           END-IF.

       6330-FORMAT-LIST-ROW.
           ADD 1 TO OEC-LIST-COUNT
           MOVE OEC-LIST-COUNT TO WS-LSL-ROW
           MOVE ORDER-ID TO WS-LSL-ORDER-ID
           MOVE ORDER-DATE TO WS-LSL-DATE
           IF ORDER-TAX-AMT IS NUMERIC
               COMPUTE WS-AMOUNT-DUE = ORDER-TOTAL + ORDER-TAX-AMT
           ELSE
               MOVE ORDER-TOTAL TO WS-AMOUNT-DUE
           END-IF
           MOVE WS-AMOUNT-DUE TO WS-LSL-TOTAL
           PERFORM 6340-SET-STATUS-TEXT
           MOVE WS-STATUS-TEXT TO WS-LSL-STATUS
           MOVE WS-LIST-LINE TO WS-LST-LINE(OEC-LIST-COUNT)
           MOVE ORDER-ID TO OEC-LIST-ORDER-ID(OEC-LIST-COUNT).

       6340-SET-STATUS-TEXT.
           EVALUATE ORDER-STATUS
               WHEN 'E'
                   MOVE 'ENTERED' TO WS-STATUS-TEXT
               WHEN 'A'
                   MOVE 'ACCEPTED' TO WS-STATUS-TEXT
               WHEN 'H'
                   MOVE SPACES TO WS-STATUS-TEXT
                   STRING 'HELD - ' DELIMITED SIZE
                          ORDER-HOLD-REASON DELIMITED SIZE
                          INTO WS-STATUS-TEXT
               WHEN 'P'
                   MOVE 'POSTED' TO WS-STATUS-TEXT
               WHEN 'X'
                   MOVE 'CANCELLED' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE ORDER-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.

       6400-SEND-LIST-MAP.
           MOVE OEC-CUST-ID TO WS-LST-CUSTID
           MOVE OEC-CUST-NAME TO WS-LST-CUSTNAME
           MOVE SPACES TO WS-LST-SEL
           MOVE SPACE TO WS-LST-ACTION
           EXEC CICS SEND MAP('ORDLMAP')
                     MAPSET('ORDSET')
                     FROM(WS-LIST-MAP-DATA)
                     ERASE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR SENDING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       6500-SELECT-FROM-LIST.
      *    A row number and an action keyed on the list screen
           MOVE WS-LST-SEL TO WS-SEL-EDIT
           IF WS-SEL-EDIT(2:1) = SPACE
      *        A single-digit selection arrives left-justified from
      *        the map - slide it right so the numeric test holds
               MOVE WS-SEL-EDIT(1:1) TO WS-SEL-EDIT(2:1)
               MOVE '0' TO WS-SEL-EDIT(1:1)
           END-IF
           IF WS-SEL-EDIT IS NUMERIC
               MOVE WS-SEL-EDIT TO WS-SEL-NUMBER
           ELSE
               MOVE ZERO TO WS-SEL-NUMBER
           END-IF
           MOVE SPACES TO WS-LST-MSG
           EVALUATE TRUE
               WHEN WS-SEL-NUMBER = ZERO
               OR WS-SEL-NUMBER > OEC-LIST-COUNT
                   MOVE 'ENTER A ROW NUMBER FROM THE LIST'
                       TO WS-LST-MSG
                   PERFORM 6300-BUILD-ORDER-LIST
                   PERFORM 6400-SEND-LIST-MAP
               WHEN WS-LST-ACTION = 'I'
                   MOVE OEC-LIST-ORDER-ID(WS-SEL-NUMBER)
                       TO WS-ORDER-KEY
                   PERFORM 6600-INQUIRE-ORDER
               WHEN WS-LST-ACTION = 'C'
                   MOVE OEC-LIST-ORDER-ID(WS-SEL-NUMBER)
                       TO WS-ORDER-KEY
                   PERFORM 6700-CANCEL-ORDER
               WHEN OTHER
                   MOVE 'ACTION MUST BE I=INQUIRE OR C=CANCEL'
                       TO WS-LST-MSG
                   PERFORM 6300-BUILD-ORDER-LIST
                   PERFORM 6400-SEND-LIST-MAP
           END-EVALUATE.

       6600-INQUIRE-ORDER.
      *    The order and its lines shown on the order map, read
      *    only - PF7/PF8 page the lines, any other key goes back
           EXEC CICS READ FILE('ORDFILE')
                     INTO(ORDER-RECORD)
                     RIDFLD(WS-ORDER-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   PERFORM 6610-LOAD-ORDER
                   MOVE 'I' TO OEC-MODE
                   PERFORM 6340-SET-STATUS-TEXT
                   MOVE SPACES TO WS-ORD-MSG
                   STRING 'INQUIRY - ' DELIMITED SIZE
                          WS-STATUS-TEXT DELIMITED SIZE
                          ' - ANY KEY RETURNS TO THE LIST'
                              DELIMITED SIZE
                          INTO WS-ORD-MSG
                   PERFORM 4000-SEND-ORDER-MAP
               WHEN DFHRESP(NOTFND)
                   MOVE 'ORDER NO LONGER ON FILE' TO WS-LST-MSG
                   PERFORM 6300-BUILD-ORDER-LIST
                   PERFORM 6400-SEND-LIST-MAP
               WHEN OTHER
                   MOVE 'FILE READ ERROR' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE.

       6610-LOAD-ORDER.
           PERFORM 1050-CLEAR-ORDER
           MOVE ORDER-ID TO OEC-ORDER-ID-TEXT
           MOVE ORDER-DATE TO OEC-ORDER-DATE-TEXT
           MOVE ORDER-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO OEC-TOTAL-TEXT
           MOVE ORDER-STATUS TO OEC-STATUS
           IF ORDER-TAX-AMT IS NUMERIC
               MOVE ORDER-TAX-AMT TO OEC-TAX-AMT
           END-IF
           MOVE ORDER-ID TO OLN-ORDER-ID
           MOVE ZEROS TO OLN-LINE-NUMBER
           MOVE ZERO TO WS-SLOT
           SET WS-LIST-NOT-DONE TO TRUE
           EXEC CICS STARTBR FILE('ORDLFILE')
                     RIDFLD(OLN-KEY)
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               PERFORM 6620-LOAD-ONE-LINE
                   UNTIL WS-LIST-DONE
               EXEC CICS ENDBR FILE('ORDLFILE')
               END-EXEC
           END-IF.

       6620-LOAD-ONE-LINE.
           EXEC CICS READNEXT FILE('ORDLFILE')
                     INTO(ORDER-LINE-RECORD)
                     RIDFLD(OLN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
           AND OLN-ORDER-ID = ORDER-ID
           AND WS-SLOT < 20
               ADD 1 TO WS-SLOT
               MOVE 'V' TO OEC-SLOT-STATE(WS-SLOT)
               MOVE OLN-ITEM-CODE TO OEC-SLOT-ITEM(WS-SLOT)
               MOVE OLN-DESCRIPTION TO OEC-SLOT-DESC(WS-SLOT)
               MOVE OLN-QUANTITY TO OEC-SLOT-QTY(WS-SLOT)
               MOVE OLN-UNIT-PRICE TO OEC-SLOT-PRICE(WS-SLOT)
               MOVE OLN-EXTENDED-AMT TO OEC-SLOT-EXTENDED(WS-SLOT)
               MOVE OLN-TAXABLE TO OEC-SLOT-TAXABLE(WS-SLOT)
               MOVE OLN-OVERRIDE-FLAG TO OEC-SLOT-OVERRIDE(WS-SLOT)
               MOVE OLN-OVERRIDE-REASON TO OEC-SLOT-REASON(WS-SLOT)
           ELSE
               SET WS-LIST-DONE TO TRUE
           END-IF.

       6700-CANCEL-ORDER.
      *    Orders are cancelled by status, not deleted, so the order
      *    history stays complete. The order is re-read for update
      *    under the enqueue - it may have been posted or cancelled
      *    since the list was built.
           MOVE WS-ORDER-KEY TO WS-LOCK-ORDER-ID
           EXEC CICS ENQ RESOURCE(WS-ORDER-LOCK)
                     LENGTH(12)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'RECORD IN USE - TRY AGAIN' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           ELSE
               EXEC CICS READ FILE('ORDFILE')
                         INTO(ORDER-RECORD)
                         RIDFLD(WS-ORDER-KEY)
                         UPDATE
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   IF ORDER-STATUS = 'P' OR ORDER-STATUS = 'X'
                       EXEC CICS UNLOCK FILE('ORDFILE')
                       END-EXEC
                   ELSE
                       MOVE 'X' TO ORDER-STATUS
                       MOVE WS-TODAY-DATE TO ORDER-LAST-UPDATE
                       EXEC CICS REWRITE FILE('ORDFILE')
                                 FROM(ORDER-RECORD)
                                 RESP(WS-RESPONSE-CODE)
                       END-EXEC
                   END-IF
               END-IF

      *        Release the lock before acting on the outcome, since
      *        the error branch below abends the transaction and
      *        would otherwise leave the order enqueued
               EXEC CICS DEQ RESOURCE(WS-ORDER-LOCK)
                         LENGTH(12)
               END-EXEC

               EVALUATE TRUE
                   WHEN WS-RESPONSE-CODE = DFHRESP(NOTFND)
                       MOVE 'ORDER NO LONGER ON FILE' TO WS-LST-MSG
                   WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                       MOVE 'ERROR CANCELLING ORDER' TO WS-ERROR-MSG
                       PERFORM 8000-HANDLE-ERROR
                   WHEN ORDER-STATUS = 'P'
                       MOVE 'ORDER ALREADY POSTED - CANNOT CANCEL'
                           TO WS-LST-MSG
                   WHEN OTHER
                       MOVE SPACES TO WS-LST-MSG
                       STRING 'ORDER ' DELIMITED SIZE
                              ORDER-ID DELIMITED SIZE
                              ' CANCELLED' DELIMITED SIZE
                              INTO WS-LST-MSG
               END-EVALUATE
               PERFORM 6300-BUILD-ORDER-LIST
               PERFORM 6400-SEND-LIST-MAP
           END-IF.

       7000-RETURN-TO-CUSTOMER.
      *    PF3 from the order screen - back to the customer detail
      *    for the same customer. Anything keyed and not filed is
      *    dropped.
           MOVE SPACES TO CUSTOMER-RETURN-AREA
           MOVE 'O' TO CRA-MODE
           MOVE OEC-CUST-ID TO CRA-CUST-ID
           EXEC CICS XCTL PROGRAM('CUSTCICS')
                     COMMAREA(CUSTOMER-RETURN-AREA)
                     LENGTH(150)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           MOVE 'ERROR RETURNING TO CUSTOMER SCREEN' TO WS-ERROR-MSG
           PERFORM 8000-HANDLE-ERROR.

       8000-HANDLE-ERROR.
      *    Send error message to terminal
           EXEC CICS SEND TEXT
                     FROM(WS-ERROR-MSG)
                     LENGTH(50)
                     ERASE
           END-EXEC

      *    Write to transient data queue for logging
           EXEC CICS WRITEQ TD QUEUE('ERRQ')
                     FROM(WS-ERROR-MSG)
                     LENGTH(50)
           END-EXEC

      *    Abend the transaction
           EXEC CICS ABEND ABCODE('OERR')
           END-EXEC.

       9000-RETURN-TO-CICS.
      *    Return control to CICS, carrying the order in progress
      *    into the next task of the pseudo-conversation
           EXEC CICS RETURN TRANSID('ORDE')
                     COMMAREA(ORDER-ENTRY-COMMAREA)
                     LENGTH(1942)
           END-EXEC.
