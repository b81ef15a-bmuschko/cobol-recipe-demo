      * unposted order re-keys its lines against the new total.       *
      * Accepted orders are picked up                                  *
      * by the nightly ORDPOST run and rolled into CUST-BALANCE.      *
      * Sales tax is figured once the lines foot: each line is        *
      * taxable or not as the taxable flag on its item says, and the  *
      * taxable lines are taxed at the rate for the customer's state  *
      * from the tax rate file (STATE=ss RATE=nn.nnnn cards on        *
      * TAXRATE, loaded once at start-up). An exempt customer with a  *
      * certificate on file, or a state with no rate on file, is      *
      * charged no tax. The tax is carried on the order beside        *
      * ORDER-TOTAL, never folded into it.                            *
      * Every line must name an active item on the item master        *
      * (ITEMFILE, kept by ITEMMGMT): the description, unit price and *
      * taxable flag are taken from the item, and an unknown or       *
      * retired item is refused. The description or price may be      *
      * keyed over only with a reason, which is kept on the line with *
      * an override flag for the sales-by-item report.                *
      * An order keyed as accepted is first checked against the       *
      * customer's open-to-buy: the credit limit less the balance,    *
      * less orders already accepted but not yet posted, plus any     *
      * same-day memo payments. An order over it, or from a customer  *
      * whose risk grade or dunning level is blocked, is held for     *
      * credit (status H) instead, and ORDPOST leaves it alone. A     *
      * supervisor releases a held order to accepted or declines it   *
      * (cancelled) through the credit review function.               *
      * A branch of an account group (HIERFILE, kept in CUSTMGMT)     *
      * buys on the group's open-to-buy instead: the group credit     *
      * limit less the balances and accepted unposted orders of every *
      * member, plus their memo payments, with the dunning level      *
      * taken from the group's parent account.                        *
      * Goods that come back on a posted, invoiced order are keyed as *
      * a return against the original ORDER-ID: each order line is    *
      * offered with what is still returnable, the quantity coming    *
      * back and a reason are keyed, and the credit is the quantity   *
      * at the price sold plus the tax given back at the order's      *
      * rate. The return goes to the return file (RTNFILE, lines on   *
      * RTNLFILE) for ORDPOST to credit the balance and ORDINV to     *
      * number the credit memo.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO TAXRATE
               FILE STATUS IS WS-TAX-STATUS.
           SELECT ITEM-FILE ASSIGN TO ITEMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITM-CODE
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MEMO-FILE ASSIGN TO MEMOFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEM-CUST-ID
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT RISK-FILE ASSIGN TO RISKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSK-CUST-ID
               FILE STATUS IS WS-RISK-STATUS.
           SELECT DUNNING-STATE-FILE ASSIGN TO DUNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUN-CUST-ID
               FILE STATUS IS WS-DUNNING-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO OPERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-NUMBER
               ALTERNATE RECORD KEY IS INV-ORDER-ID
               ALTERNATE RECORD KEY IS INV-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-INVOICE-STATUS.
           SELECT RETURN-FILE ASSIGN TO RTNFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RTN-ID
               ALTERNATE RECORD KEY IS RTN-ORDER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RTN-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT RETURN-LINE-FILE ASSIGN TO RTNLFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RTL-KEY
               FILE STATUS IS WS-RTNLINE-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIERARCHY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Sales tax rate by state - STATE=ss RATE=nn.nnnn, the rate a
      * percentage. A state with no card is a state we do not
      * collect for.
       FD  TAX-RATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  TAX-RATE-CARD               PIC X(80).

      * The item master every order line is priced from
       FD  ITEM-FILE.
       COPY ITEMMAST.

      * Same-day memo payments not yet posted - they add to the
      * open-to-buy
       FD  MEMO-FILE.
       COPY MEMOPAY.

      * Nightly risk grades from CUSTRISK
       FD  RISK-FILE.
       COPY RISKGRD.

      * Dunning ladder position from CUSTDUN
       FD  DUNNING-STATE-FILE.
       COPY DUNSTATE.

      * Operator profiles - only a supervisor may release or decline
      * an order held for credit
       FD  OPERATOR-FILE.
       COPY OPRFILE.

      * Invoices ORDINV has cut - goods can only be returned on an
      * order that has been invoiced
       FD  INVOICE-FILE.
       COPY INVOICE.

      * Returns keyed against posted orders, and the order lines
      * that came back on each
       FD  RETURN-FILE.
       COPY RTNHDR.

       FD  RETURN-LINE-FILE.
       COPY RTNLINE.

      * Account groups - a branch buys on its group's credit limit
       FD  HIERARCHY-FILE.
       COPY CUSTHIER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.
           88  WS-FILE-OK              VALUE '00'.
           88  WS-LINE-NOT-FOUND       VALUE '23'.
           88  WS-LINE-NO-FILE         VALUE '35'.

       01  WS-TAX-STATUS               PIC XX.
           88  WS-TAX-OK               VALUE '00'.
           88  WS-TAX-NO-FILE          VALUE '35'.

       01  WS-ITEM-STATUS              PIC XX.
           88  WS-ITEM-OK              VALUE '00'.
           88  WS-ITEM-NOT-FOUND       VALUE '23'.

       01  WS-MEMO-STATUS              PIC XX.
           88  WS-MEMO-OK              VALUE '00'.
           88  WS-MEMO-NO-FILE         VALUE '35'.

       01  WS-RISK-STATUS              PIC XX.
           88  WS-RISK-OK              VALUE '00'.
           88  WS-RISK-NO-FILE         VALUE '35'.

       01  WS-DUNNING-STATUS           PIC XX.
           88  WS-DUNNING-OK           VALUE '00'.
           88  WS-DUNNING-NO-FILE      VALUE '35'.

       01  WS-OPERATOR-STATUS          PIC XX.
           88  WS-OPERATOR-FILE-OK     VALUE '00'.

       01  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK           VALUE '00'.
           88  WS-INVOICE-NO-FILE      VALUE '35'.

       01  WS-RETURN-STATUS            PIC XX.
           88  WS-RETURN-OK            VALUE '00'.
           88  WS-RETURN-NO-FILE       VALUE '35'.

       01  WS-RTNLINE-STATUS           PIC XX.
           88  WS-RTNLINE-OK           VALUE '00'.
           88  WS-RTNLINE-NO-FILE      VALUE '35'.

       01  WS-HIERARCHY-STATUS         PIC XX.
           88  WS-HIERARCHY-OK         VALUE '00'.
           88  WS-HIERARCHY-NO-FILE    VALUE '35'.

      * Credit policy at order acceptance - a customer graded at the
      * blocked grade, or dunned to the blocked level or beyond, has
      * every accepted order held for credit whatever the open-to-buy
       01  WS-CREDIT-POLICY.
           05  WS-BLOCKED-GRADE        PIC X(1) VALUE 'E'.
           05  WS-BLOCKED-DUN-LEVEL    PIC 9(1) VALUE 3.

       01  WS-CREDIT-WORK.
           05  WS-OPEN-TO-BUY          PIC S9(9)V99 COMP-3.
           05  WS-UNPOSTED-AMT         PIC S9(9)V99 COMP-3.
           05  WS-MEMO-AMT             PIC S9(7)V99 COMP-3.
           05  WS-OTHER-ORDER-AMT      PIC S9(7)V99 COMP-3.
           05  WS-OPERATOR-ID          PIC X(8).
           05  WS-DECISION-TEXT        PIC X(1).
           05  WS-EDIT-OTB             PIC ZZZ,ZZZ,ZZ9.99-.
      *    The order being keyed is set aside while the customer's
      *    other orders are read - the length is the ORDER record's
           05  WS-SAVED-ORDER          PIC X(90).
           05  WS-MEMO-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-MEMOS-AVAILABLE  VALUE 'Y'.
           05  WS-RISK-AVAIL-FLAG      PIC X(1) VALUE 'N'.
               88  WS-GRADES-AVAILABLE VALUE 'Y'.
           05  WS-DUNNING-AVAIL-FLAG   PIC X(1) VALUE 'N'.
               88  WS-DUNNING-AVAILABLE VALUE 'Y'.
           05  WS-HIERARCHY-AVAIL-FLAG PIC X(1) VALUE 'N'.
               88  WS-HIERARCHY-AVAILABLE VALUE 'Y'.
      *    The account group the ordering customer buys under, if
      *    any, and the customer record set aside while the other
      *    members are read - the length is the CUSTOMER record's
           05  WS-GROUP-FLAG           PIC X(1).
               88  WS-IN-GROUP         VALUE 'Y'.
               88  WS-NOT-IN-GROUP     VALUE 'N'.
           05  WS-GROUP-PARENT-ID      PIC 9(8).
           05  WS-GROUP-LIMIT          PIC S9(7)V99 COMP-3.
           05  WS-SAVED-CUSTOMER       PIC X(194).
           05  WS-MEMBERS-EOF-FLAG     PIC X(1).
               88  WS-MEMBERS-EOF      VALUE 'Y'.
               88  WS-MEMBERS-MORE     VALUE 'N'.
           05  WS-GRADE-BLOCK-FLAG     PIC X(1).
               88  WS-GRADE-BLOCKED    VALUE 'Y'.
               88  WS-GRADE-CLEAR      VALUE 'N'.
           05  WS-DUNNING-BLOCK-FLAG   PIC X(1).
               88  WS-DUNNING-BLOCKED  VALUE 'Y'.
               88  WS-DUNNING-CLEAR    VALUE 'N'.
           05  WS-CUST-ORDERS-EOF-FLAG PIC X(1).
               88  WS-CUST-ORDERS-EOF  VALUE 'Y'.
               88  WS-CUST-ORDERS-MORE VALUE 'N'.
           05  WS-CREDIT-AUTH-FLAG     PIC X(1).
               88  WS-CREDIT-AUTHORIZED VALUE 'Y'.
               88  WS-CREDIT-DENIED    VALUE 'N'.

      * The loaded tax rates, kept for the life of the session
       01  WS-TAX-RATE-TABLE.
           05  WS-TAX-RATE-MAX         PIC 9(4) COMP VALUE 60.
           05  WS-TAX-RATE-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-TAX-RATE-ENTRY       OCCURS 60 TIMES
                                       INDEXED BY TAX-IDX.
               10  WS-TAX-STATE        PIC X(02).
               10  WS-TAX-RATE         PIC 9(2)V9(4).

      * Line items collected from the console before the order is
      * accepted - they must foot to ORDER-TOTAL
       01  WS-LINE-TABLE.
               10  WS-LIN-QUANTITY     PIC 9(5).
               10  WS-LIN-UNIT-PRICE   PIC S9(5)V99 COMP-3.
               10  WS-LIN-EXTENDED     PIC S9(7)V99 COMP-3.
               10  WS-LIN-TAXABLE      PIC X(1).
               10  WS-LIN-OVERRIDE-FLAG PIC X(1).
               10  WS-LIN-OVERRIDE-REASON PIC X(30).

      * The original order's lines while a return is keyed - what
      * was sold, what earlier returns already took back, and what
      * is coming back now
       01  WS-RETURN-TABLE.
           05  WS-RTN-LINE-COUNT       PIC 9(4) COMP VALUE ZEROS.
           05  WS-RTN-LINE-ENTRY       OCCURS 20 TIMES.
               10  WS-RTL-LINE-NUMBER  PIC 9(3).
               10  WS-RTL-ITEM-CODE    PIC X(10).
               10  WS-RTL-DESCRIPTION  PIC X(30).
               10  WS-RTL-SOLD-QTY     PIC 9(5).
               10  WS-RTL-PRIOR-QTY    PIC 9(5).
               10  WS-RTL-RETURN-QTY   PIC 9(5).
               10  WS-RTL-UNIT-PRICE   PIC S9(5)V99 COMP-3.
               10  WS-RTL-CREDIT       PIC S9(7)V99 COMP-3.
               10  WS-RTL-TAXABLE      PIC X(1).
               10  WS-RTL-REASON       PIC X(1).

       01  WS-RETURN-WORK.
           05  WS-SEARCH-RETURN-ID     PIC 9(8).
           05  WS-RETURNABLE-QTY       PIC 9(5).
           05  WS-RETURN-CREDIT        PIC S9(7)V99 COMP-3.
           05  WS-RETURN-TAXABLE       PIC S9(7)V99 COMP-3.
           05  WS-RETURN-TAX           PIC S9(7)V99 COMP-3.
           05  WS-PRIOR-RETURN-TAX     PIC S9(7)V99 COMP-3.
           05  WS-TAX-LEFT             PIC S9(7)V99 COMP-3.
           05  WS-RETURN-INV-NUMBER    PIC 9(8).
           05  WS-REASON-CODE-TEXT     PIC X(1).
           05  WS-CONFIRM-TEXT         PIC X(1).
           05  WS-INVOICE-AVAIL-FLAG   PIC X(1) VALUE 'N'.
               88  WS-INVOICES-AVAILABLE VALUE 'Y'.
           05  WS-RETURNS-EOF-FLAG     PIC X(1).
               88  WS-RETURNS-EOF      VALUE 'Y'.
               88  WS-RETURNS-MORE     VALUE 'N'.
           05  WS-RETURN-FOUND-FLAG    PIC X(1).
               88  WS-RETURN-ID-USED   VALUE 'Y'.
               88  WS-RETURN-ID-FREE   VALUE 'N'.
           05  WS-GOODS-LEFT-FLAG      PIC X(1).
               88  WS-GOODS-LEFT       VALUE 'Y'.
               88  WS-ALL-GOODS-BACK   VALUE 'N'.

       01  WS-WORK-AREAS.
           05  WS-SEARCH-ORDER-ID      PIC 9(8).
               88  WS-FUNC-ADD         VALUE 'A'.
               88  WS-FUNC-CHANGE      VALUE 'C'.
               88  WS-FUNC-CANCEL      VALUE 'D'.
               88  WS-FUNC-CREDIT      VALUE 'H'.
               88  WS-FUNC-RETURN      VALUE 'R'.
               88  WS-FUNC-EXIT        VALUE 'X'.
           05  WS-CUSTOMER-FOUND-FLAG  PIC X(1).
               88  WS-CUSTOMER-FOUND   VALUE 'Y'.
           05  WS-LINE-EOF-FLAG        PIC X(1).
               88  WS-LINE-EOF         VALUE 'Y'.
               88  WS-LINE-NOT-EOF     VALUE 'N'.
           05  WS-TAX-EOF-FLAG         PIC X(1) VALUE 'N'.
               88  WS-TAX-EOF          VALUE 'Y'.
               88  WS-TAX-NOT-EOF      VALUE 'N'.
           05  WS-OVERRIDE-TEXT        PIC X(1).
           05  WS-REASON-TEXT          PIC X(30).
           05  WS-DESCRIPTION-TEXT     PIC X(30).
           05  WS-ITEM-FOUND-FLAG      PIC X(1).
               88  WS-ITEM-FOUND       VALUE 'Y'.
               88  WS-ITEM-NOT-ON-FILE VALUE 'N'.
           05  WS-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
           05  WS-EDIT-RATE            PIC Z9.9999.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           IF WS-CONTINUE
               OPEN INPUT ITEM-FILE
               IF NOT WS-ITEM-OK
                   MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING ITEM MASTER'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           IF WS-CONTINUE
               PERFORM 1100-LOAD-TAX-RATES
           END-IF
           IF WS-CONTINUE
               PERFORM 1200-OPEN-CREDIT-FILES
           END-IF
           IF WS-CONTINUE
               PERFORM 1300-OPEN-RETURN-FILES
           END-IF.

       1100-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAX-NO-FILE
               DISPLAY 'NO TAX RATE FILE - NO SALES TAX WILL BE CHARGED'
           ELSE
               IF NOT WS-TAX-OK
                   MOVE WS-TAX-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING TAX RATE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               ELSE
                   PERFORM 1110-READ-TAX-RATE-CARD
                   PERFORM 1120-APPLY-TAX-RATE-CARD
                       UNTIL WS-TAX-EOF
                   CLOSE TAX-RATE-FILE
               END-IF
           END-IF.

       1110-READ-TAX-RATE-CARD.
           READ TAX-RATE-FILE
               AT END SET WS-TAX-EOF TO TRUE
           END-READ.

       1120-APPLY-TAX-RATE-CARD.
           EVALUATE TRUE
               WHEN TAX-RATE-CARD(1:1) = '*'
               OR TAX-RATE-CARD = SPACES
                   CONTINUE
               WHEN TAX-RATE-CARD(1:6) = 'STATE='
               AND TAX-RATE-CARD(7:2) NOT = SPACES
               AND TAX-RATE-CARD(10:5) = 'RATE='
               AND TAX-RATE-CARD(15:2) IS NUMERIC
               AND TAX-RATE-CARD(17:1) = '.'
               AND TAX-RATE-CARD(18:4) IS NUMERIC
                   IF WS-TAX-RATE-COUNT < WS-TAX-RATE-MAX
                       ADD 1 TO WS-TAX-RATE-COUNT
                       SET TAX-IDX TO WS-TAX-RATE-COUNT
                       MOVE TAX-RATE-CARD(7:2)
                           TO WS-TAX-STATE(TAX-IDX)
                       MOVE TAX-RATE-CARD(15:2)
                           TO WS-TAX-RATE(TAX-IDX)(1:2)
                       MOVE TAX-RATE-CARD(18:4)
                           TO WS-TAX-RATE(TAX-IDX)(3:4)
                   ELSE
                       DISPLAY 'TAX RATE TABLE FULL - CARD IGNORED: '
                           TAX-RATE-CARD(1:21)
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED TAX RATE CARD IGNORED: '
                       TAX-RATE-CARD(1:30)
           END-EVALUATE
           PERFORM 1110-READ-TAX-RATE-CARD.

       1200-OPEN-CREDIT-FILES.
      *    Memo payments, risk grades and dunning state are written
      *    by other runs; before a file's first run it simply counts
      *    for nothing in the credit check
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-OK
               MOVE 'Y' TO WS-MEMO-AVAIL-FLAG
           ELSE
               IF NOT WS-MEMO-NO-FILE
                   MOVE WS-MEMO-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING MEMO PAYMENT FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT RISK-FILE
           IF WS-RISK-OK
               MOVE 'Y' TO WS-RISK-AVAIL-FLAG
           ELSE
               IF NOT WS-RISK-NO-FILE
                   MOVE WS-RISK-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RISK GRADE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT DUNNING-STATE-FILE
           IF WS-DUNNING-OK
               MOVE 'Y' TO WS-DUNNING-AVAIL-FLAG
           ELSE
               IF NOT WS-DUNNING-NO-FILE
                   MOVE WS-DUNNING-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING DUNNING STATE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-OK
               MOVE 'Y' TO WS-HIERARCHY-AVAIL-FLAG
           ELSE
               IF NOT WS-HIERARCHY-NO-FILE
                   MOVE WS-HIERARCHY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING HIERARCHY FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       1300-OPEN-RETURN-FILES.
      *    No invoice file yet means ORDINV has never run and nothing
      *    can be returned; the return files are created on their
      *    first use
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-OK
               MOVE 'Y' TO WS-INVOICE-AVAIL-FLAG
           ELSE
               IF NOT WS-INVOICE-NO-FILE
                   MOVE WS-INVOICE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING INVOICE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF
           OPEN I-O RETURN-FILE
           IF WS-RETURN-NO-FILE
               OPEN OUTPUT RETURN-FILE
               CLOSE RETURN-FILE
               OPEN I-O RETURN-FILE
           END-IF
           IF NOT WS-RETURN-OK
               MOVE WS-RETURN-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING RETURN FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           IF WS-CONTINUE
               OPEN I-O RETURN-LINE-FILE
               IF WS-RTNLINE-NO-FILE
                   OPEN OUTPUT RETURN-LINE-FILE
                   CLOSE RETURN-LINE-FILE
                   OPEN I-O RETURN-LINE-FILE
               END-IF
               IF NOT WS-RTNLINE-OK
                   MOVE WS-RTNLINE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING RETURN LINE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       2000-PROCESS-ORDERS.
                   PERFORM 2300-CHANGE-ORDER
               WHEN WS-FUNC-CANCEL
                   PERFORM 2400-CANCEL-ORDER
               WHEN WS-FUNC-CREDIT
                   PERFORM 2600-REVIEW-HELD-ORDER
               WHEN WS-FUNC-RETURN
                   PERFORM 2700-ENTER-RETURN
               WHEN OTHER
                   DISPLAY 'INVALID SELECTION - TRY AGAIN'
           END-EVALUATE.
           DISPLAY '  A - ADD A NEW ORDER'
           DISPLAY '  C - CHANGE AN EXISTING ORDER'
           DISPLAY '  D - CANCEL AN ORDER'
           DISPLAY '  H - RELEASE OR DECLINE A CREDIT-HELD ORDER'
           DISPLAY '  R - RETURN GOODS ON A POSTED ORDER'
           DISPLAY '  X - EXIT'
           DISPLAY 'ENTER SELECTION: '.

               MOVE WS-TODAY-DATE TO ORDER-LAST-UPDATE
               PERFORM 2220-COLLECT-LINE-ITEMS
               PERFORM 2240-VERIFY-LINES-FOOT
               IF WS-LINES-FOOT
                   PERFORM 2280-COMPUTE-SALES-TAX
                   PERFORM 2500-CHECK-CREDIT
               END-IF
           END-IF.

       2220-COLLECT-LINE-ITEMS.
           IF WS-ITEM-TEXT = 'END' OR WS-ITEM-TEXT = SPACES
               SET WS-NO-MORE-LINES TO TRUE
           ELSE
               PERFORM 2232-VERIFY-ITEM
               IF WS-ITEM-FOUND
                   PERFORM 2234-PRICE-ONE-LINE
               END-IF
           END-IF.

       2232-VERIFY-ITEM.
      *    Only an active item on the item master can be ordered -
      *    a refused item adds no line and the next code is asked for
           MOVE WS-ITEM-TEXT TO ITM-CODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND-FLAG
                   DISPLAY 'ITEM NOT ON ITEM MASTER: ' ITM-CODE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ITEM-FOUND-FLAG
           END-READ
           IF WS-ITEM-FOUND AND ITM-RETIRED
               MOVE 'N' TO WS-ITEM-FOUND-FLAG
               DISPLAY 'ITEM RETIRED - CANNOT BE ORDERED: ' ITM-CODE
           END-IF.

       2234-PRICE-ONE-LINE.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-SUB
           MOVE ITM-CODE TO WS-LIN-ITEM-CODE(WS-LINE-SUB)
           MOVE ITM-DESCRIPTION TO WS-LIN-DESCRIPTION(WS-LINE-SUB)
           MOVE ITM-LIST-PRICE TO WS-LIN-UNIT-PRICE(WS-LINE-SUB)
           IF ITM-NOT-TAXABLE
               MOVE 'N' TO WS-LIN-TAXABLE(WS-LINE-SUB)
           ELSE
               MOVE 'Y' TO WS-LIN-TAXABLE(WS-LINE-SUB)
           END-IF
           MOVE 'N' TO WS-LIN-OVERRIDE-FLAG(WS-LINE-SUB)
           MOVE SPACES TO WS-LIN-OVERRIDE-REASON(WS-LINE-SUB)
           MOVE ITM-LIST-PRICE TO WS-EDIT-PRICE
           DISPLAY 'ITEM: ' ITM-DESCRIPTION ' AT ' WS-EDIT-PRICE
           DISPLAY 'ENTER QUANTITY: '
           ACCEPT WS-QTY-TEXT
           COMPUTE WS-LIN-QUANTITY(WS-LINE-SUB) =
               FUNCTION NUMVAL(WS-QTY-TEXT)
           DISPLAY 'OVERRIDE DESCRIPTION OR PRICE (Y/N, BLANK=N): '
           ACCEPT WS-OVERRIDE-TEXT
           IF WS-OVERRIDE-TEXT = 'Y'
               PERFORM 2236-OVERRIDE-ONE-LINE
           END-IF
           COMPUTE WS-LIN-EXTENDED(WS-LINE-SUB) =
               WS-LIN-QUANTITY(WS-LINE-SUB)
                   * WS-LIN-UNIT-PRICE(WS-LINE-SUB)
           MOVE WS-LIN-EXTENDED(WS-LINE-SUB) TO WS-EDIT-EXTENDED
           DISPLAY 'EXTENDED AMOUNT: ' WS-EDIT-EXTENDED
           IF WS-LIN-TAXABLE(WS-LINE-SUB) = 'N'
               DISPLAY 'ITEM IS NOT TAXABLE'
           END-IF.

       2236-OVERRIDE-ONE-LINE.
      *    An override has to say why - with no reason given the
      *    item master's description and price stand
           DISPLAY 'ENTER OVERRIDE REASON: '
           ACCEPT WS-REASON-TEXT
           IF WS-REASON-TEXT = SPACES
               DISPLAY 'NO REASON GIVEN - ITEM MASTER PRICE KEPT'
           ELSE
               DISPLAY 'ENTER DESCRIPTION (BLANK TO KEEP): '
               ACCEPT WS-DESCRIPTION-TEXT
               IF WS-DESCRIPTION-TEXT NOT = SPACES
                   MOVE WS-DESCRIPTION-TEXT
                       TO WS-LIN-DESCRIPTION(WS-LINE-SUB)
               END-IF
               DISPLAY 'ENTER UNIT PRICE (BLANK TO KEEP): '
               ACCEPT WS-AMOUNT-TEXT
               IF WS-AMOUNT-TEXT NOT = SPACES
                   COMPUTE WS-LIN-UNIT-PRICE(WS-LINE-SUB) =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               END-IF
               IF WS-LIN-DESCRIPTION(WS-LINE-SUB) = ITM-DESCRIPTION
               AND WS-LIN-UNIT-PRICE(WS-LINE-SUB) = ITM-LIST-PRICE
                   DISPLAY 'NOTHING CHANGED - NO OVERRIDE RECORDED'
               ELSE
                   MOVE 'Y' TO WS-LIN-OVERRIDE-FLAG(WS-LINE-SUB)
                   MOVE WS-REASON-TEXT
                       TO WS-LIN-OVERRIDE-REASON(WS-LINE-SUB)
               END-IF
           END-IF.

       2240-VERIFY-LINES-FOOT.
           MOVE WS-LIN-QUANTITY(WS-LINE-SUB) TO OLN-QUANTITY
           MOVE WS-LIN-UNIT-PRICE(WS-LINE-SUB) TO OLN-UNIT-PRICE
           MOVE WS-LIN-EXTENDED(WS-LINE-SUB) TO OLN-EXTENDED-AMT
           MOVE WS-LIN-TAXABLE(WS-LINE-SUB) TO OLN-TAXABLE
           MOVE WS-LIN-OVERRIDE-FLAG(WS-LINE-SUB) TO OLN-OVERRIDE-FLAG
           MOVE WS-LIN-OVERRIDE-REASON(WS-LINE-SUB)
               TO OLN-OVERRIDE-REASON
           WRITE ORDER-LINE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR WRITING ORDER LINE: ' OLN-KEY
           END-WRITE.

       2280-COMPUTE-SALES-TAX.
      *    Tax follows the customer's state on the day the order is
      *    taken and is charged only on the taxable lines. The state
      *    and rate are kept on the order so the invoice and the
      *    liability report never have to look them up again.
           MOVE SPACES TO ORDER-TAX-STATE
           MOVE ZEROS TO ORDER-TAX-RATE
           MOVE ZEROS TO ORDER-TAXABLE-AMT
           MOVE ZEROS TO ORDER-TAX-AMT
           IF WS-CUSTOMER-FOUND
               MOVE CUST-STATE TO ORDER-TAX-STATE
               IF CUST-TAX-EXEMPT = 'Y'
                   DISPLAY 'CUSTOMER TAX EXEMPT - CERTIFICATE '
                       CUST-TAX-CERT
               ELSE
                   PERFORM 2290-FIND-TAX-RATE
               END-IF
           END-IF
           IF ORDER-TAX-RATE > ZERO
               PERFORM 2295-ADD-TAXABLE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               COMPUTE ORDER-TAX-AMT ROUNDED =
                   ORDER-TAXABLE-AMT * ORDER-TAX-RATE / 100
           END-IF
           MOVE ORDER-TAX-AMT TO WS-EDIT-EXTENDED
           DISPLAY 'SALES TAX: ' WS-EDIT-EXTENDED
           COMPUTE WS-AMOUNT-DUE = ORDER-TOTAL + ORDER-TAX-AMT
           MOVE WS-AMOUNT-DUE TO WS-EDIT-TOTAL
           DISPLAY 'ORDER TOTAL WITH TAX: ' WS-EDIT-TOTAL.

       2290-FIND-TAX-RATE.
           SET TAX-IDX TO 1
           SEARCH WS-TAX-RATE-ENTRY
               AT END
                   DISPLAY 'NO TAX RATE ON FILE FOR STATE '
                       CUST-STATE ' - NO TAX CHARGED'
               WHEN WS-TAX-STATE(TAX-IDX) = CUST-STATE
               AND TAX-IDX NOT > WS-TAX-RATE-COUNT
                   MOVE WS-TAX-RATE(TAX-IDX) TO ORDER-TAX-RATE
           END-SEARCH.

       2295-ADD-TAXABLE-LINE.
           IF WS-LIN-TAXABLE(WS-LINE-SUB) NOT = 'N'
               ADD WS-LIN-EXTENDED(WS-LINE-SUB) TO ORDER-TAXABLE-AMT
           END-IF.

       2300-CHANGE-ORDER.
           DISPLAY 'ENTER ORDER ID TO CHANGE: '
           ACCEPT WS-SEARCH-ORDER-ID
       2310-UPDATE-ORDER-FIELDS.
      *    A posted order has already been rolled into the customer
      *    balance by ORDPOST - changing it here would leave the
      *    balance out of step with the order, so it is locked down.
      *    A cancelled order stays cancelled; it is keyed again as a
      *    new order, never brought back to life by a change
           EVALUATE ORDER-STATUS
               WHEN 'P'
                   DISPLAY 'ORDER ALREADY POSTED - CANNOT CHANGE: '
                       ORDER-ID
               WHEN 'X'
                   DISPLAY 'ORDER IS CANCELLED - CANNOT CHANGE: '
                       ORDER-ID
               WHEN OTHER
                   PERFORM 2315-REKEY-ORDER
           END-EVALUATE.

       2315-REKEY-ORDER.
           MOVE ORDER-TOTAL TO WS-EDIT-TOTAL
           DISPLAY 'CURRENT TOTAL: ' WS-EDIT-TOTAL
           DISPLAY 'ENTER ORDER TOTAL: '
           ACCEPT WS-AMOUNT-TEXT
           COMPUTE ORDER-TOTAL =
               FUNCTION NUMVAL(WS-AMOUNT-TEXT)
           DISPLAY 'CURRENT STATUS: ' ORDER-STATUS
           DISPLAY 'ENTER STATUS (E=ENTERED A=ACCEPTED): '
           ACCEPT ORDER-STATUS
           IF ORDER-STATUS NOT = 'E' AND ORDER-STATUS NOT = 'A'
               DISPLAY 'STATUS MUST BE E OR A - ORDER NOT CHANGED: '
                   ORDER-ID
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO ORDER-LAST-UPDATE
      *        The lines are re-keyed against the new total and must
               PERFORM 2220-COLLECT-LINE-ITEMS
               PERFORM 2240-VERIFY-LINES-FOOT
               IF WS-LINES-FOOT
      *            Re-keyed lines are taxed afresh for the customer
                   MOVE ORDER-CUST-ID TO WS-SEARCH-CUST-ID
                   PERFORM 3000-VERIFY-CUSTOMER
                   PERFORM 2280-COMPUTE-SALES-TAX
                   PERFORM 2500-CHECK-CREDIT
                   REWRITE ORDER-RECORD
                       INVALID KEY
                           DISPLAY 'ERROR UPDATING ORDER: ' ORDER-ID
               END-REWRITE
           END-IF.

       2500-CHECK-CREDIT.
      *    Only an order keyed as accepted (or a held order re-keyed)
      *    is checked - an entered order commits no credit yet. A
      *    blocked grade or dunning level holds the order outright;
      *    otherwise it is held when what the customer will owe for
      *    it, tax included, is more than the open-to-buy.
           MOVE SPACES TO ORDER-HOLD-REASON
           MOVE ZEROS TO ORDER-HOLD-DATE
           MOVE ZEROS TO ORDER-HOLD-OTB
           MOVE SPACE TO ORDER-CREDIT-ACTION
           MOVE ZEROS TO ORDER-CREDIT-DATE
           MOVE SPACES TO ORDER-CREDIT-OPER
           IF (ORDER-STATUS = 'A' OR ORDER-STATUS = 'H')
           AND WS-CUSTOMER-FOUND
               PERFORM 2510-COMPUTE-OPEN-TO-BUY
               COMPUTE WS-AMOUNT-DUE = ORDER-TOTAL + ORDER-TAX-AMT
               EVALUATE TRUE
                   WHEN WS-GRADE-BLOCKED
                       MOVE 'GRDE' TO ORDER-HOLD-REASON
                       DISPLAY 'CUSTOMER RISK GRADE ' RSK-GRADE
                           ' IS BLOCKED'
                   WHEN WS-DUNNING-BLOCKED
                       MOVE 'DUNL' TO ORDER-HOLD-REASON
                       DISPLAY 'CUSTOMER DUNNING LEVEL ' DUN-LEVEL
                           ' IS BLOCKED'
                   WHEN WS-AMOUNT-DUE > WS-OPEN-TO-BUY
                       MOVE 'OTB ' TO ORDER-HOLD-REASON
                       DISPLAY 'ORDER EXCEEDS OPEN-TO-BUY'
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ORDER-HOLD-REASON = SPACES
                   MOVE 'A' TO ORDER-STATUS
               ELSE
                   MOVE 'H' TO ORDER-STATUS
                   MOVE WS-TODAY-DATE TO ORDER-HOLD-DATE
                   MOVE WS-OPEN-TO-BUY TO ORDER-HOLD-OTB
                   DISPLAY 'ORDER HELD FOR CREDIT REVIEW'
               END-IF
           END-IF.

       2510-COMPUTE-OPEN-TO-BUY.
      *    Open-to-buy = limit - balance - accepted unposted orders
      *    + same-day memo payments. The customer record must be the
      *    one just read for the order. A member of an account group
      *    buys on the group's limit, charged with every member.
           PERFORM 2550-FIND-ACCOUNT-GROUP
           IF WS-IN-GROUP
               PERFORM 2560-GROUP-OPEN-TO-BUY
           ELSE
               COMPUTE WS-OPEN-TO-BUY =
                   CUST-CREDIT-LIMIT - CUST-BALANCE
               PERFORM 2515-CHARGE-ACCOUNT
           END-IF
           SET WS-GRADE-CLEAR TO TRUE
           IF WS-GRADES-AVAILABLE
               MOVE CUST-ID TO RSK-CUST-ID
               READ RISK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RSK-GRADE = WS-BLOCKED-GRADE
                           SET WS-GRADE-BLOCKED TO TRUE
                       END-IF
               END-READ
           END-IF
      *    A group is dunned as one account, under its parent
           SET WS-DUNNING-CLEAR TO TRUE
           IF WS-DUNNING-AVAILABLE
               IF WS-IN-GROUP
                   MOVE WS-GROUP-PARENT-ID TO DUN-CUST-ID
               ELSE
                   MOVE CUST-ID TO DUN-CUST-ID
               END-IF
               READ DUNNING-STATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DUN-LEVEL NOT < WS-BLOCKED-DUN-LEVEL
                           SET WS-DUNNING-BLOCKED TO TRUE
                       END-IF
               END-READ
           END-IF
           MOVE WS-OPEN-TO-BUY TO WS-EDIT-OTB
           IF WS-IN-GROUP
               DISPLAY 'GROUP ' WS-GROUP-PARENT-ID ' OPEN-TO-BUY: '
                   WS-EDIT-OTB
           ELSE
               DISPLAY 'OPEN-TO-BUY: ' WS-EDIT-OTB
           END-IF.

       2515-CHARGE-ACCOUNT.
      *    Takes the accepted unposted orders off, and adds the memo
      *    payments back onto, the open-to-buy for the customer
      *    record in hand
           MOVE ZEROS TO WS-MEMO-AMT
           IF WS-MEMOS-AVAILABLE
               MOVE CUST-ID TO MEM-CUST-ID
               READ MEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MEM-MEMO-AMOUNT TO WS-MEMO-AMT
               END-READ
           END-IF
           PERFORM 2520-ADD-UNPOSTED-ORDERS
           COMPUTE WS-OPEN-TO-BUY =
               WS-OPEN-TO-BUY - WS-UNPOSTED-AMT + WS-MEMO-AMT.

       2520-ADD-UNPOSTED-ORDERS.
      *    Every other order of the customer's already accepted but
      *    not yet rolled into the balance by ORDPOST uses up credit
      *    too. The order in hand is set aside and put back after.
           MOVE ORDER-RECORD TO WS-SAVED-ORDER
           MOVE ZEROS TO WS-UNPOSTED-AMT
           SET WS-CUST-ORDERS-MORE TO TRUE
           MOVE CUST-ID TO ORDER-CUST-ID
           START ORDER-FILE KEY IS EQUAL TO ORDER-CUST-ID
               INVALID KEY SET WS-CUST-ORDERS-EOF TO TRUE
           END-START
           IF WS-CUST-ORDERS-MORE
               PERFORM 2530-READ-CUSTOMER-ORDER
               PERFORM 2540-ADD-ONE-UNPOSTED-ORDER
                   UNTIL WS-CUST-ORDERS-EOF
           END-IF
           MOVE WS-SAVED-ORDER TO ORDER-RECORD.

       2530-READ-CUSTOMER-ORDER.
           READ ORDER-FILE NEXT RECORD
               AT END SET WS-CUST-ORDERS-EOF TO TRUE
           END-READ.

       2540-ADD-ONE-UNPOSTED-ORDER.
           IF ORDER-CUST-ID NOT = CUST-ID
               SET WS-CUST-ORDERS-EOF TO TRUE
           ELSE
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
               PERFORM 2530-READ-CUSTOMER-ORDER
           END-IF.

       2550-FIND-ACCOUNT-GROUP.
      *    A customer on the hierarchy file belongs to the group of
      *    the parent it names - the parent's record carries the
      *    group limit
           SET WS-NOT-IN-GROUP TO TRUE
           MOVE ZEROS TO WS-GROUP-PARENT-ID
           IF WS-HIERARCHY-AVAILABLE
               MOVE CUST-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIR-PARENT-ID TO WS-GROUP-PARENT-ID
               END-READ
           END-IF
           IF WS-GROUP-PARENT-ID NOT = ZEROS
               MOVE WS-GROUP-PARENT-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIR-IS-PARENT
                           SET WS-IN-GROUP TO TRUE
                           MOVE HIR-GROUP-LIMIT TO WS-GROUP-LIMIT
                       END-IF
               END-READ
           END-IF.

       2560-GROUP-OPEN-TO-BUY.
      *    Every member of the group, parent included, through the
      *    parent-ID alternate key. The ordering customer's record
      *    is set aside and put back after.
           MOVE CUSTOMER-RECORD TO WS-SAVED-CUSTOMER
           MOVE WS-GROUP-LIMIT TO WS-OPEN-TO-BUY
           SET WS-MEMBERS-MORE TO TRUE
           MOVE WS-GROUP-PARENT-ID TO HIR-PARENT-ID
           START HIERARCHY-FILE KEY IS EQUAL TO HIR-PARENT-ID
               INVALID KEY SET WS-MEMBERS-EOF TO TRUE
           END-START
           IF WS-MEMBERS-MORE
               PERFORM 2570-READ-NEXT-MEMBER
               PERFORM 2580-CHARGE-ONE-MEMBER
                   UNTIL WS-MEMBERS-EOF
           END-IF
           MOVE WS-SAVED-CUSTOMER TO CUSTOMER-RECORD.

       2570-READ-NEXT-MEMBER.
           READ HIERARCHY-FILE NEXT RECORD
               AT END SET WS-MEMBERS-EOF TO TRUE
           END-READ.

       2580-CHARGE-ONE-MEMBER.
           IF HIR-PARENT-ID NOT = WS-GROUP-PARENT-ID
               SET WS-MEMBERS-EOF TO TRUE
           ELSE
               MOVE HIR-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'GROUP MEMBER NOT ON CUSTOMER FILE: '
                           CUST-ID
                   NOT INVALID KEY
                       SUBTRACT CUST-BALANCE FROM WS-OPEN-TO-BUY
                       PERFORM 2515-CHARGE-ACCOUNT
               END-READ
               PERFORM 2570-READ-NEXT-MEMBER
           END-IF.

       2600-REVIEW-HELD-ORDER.
      *    Credit staff's decision on a held order - release it to
      *    accepted for tonight's ORDPOST, or decline it, which
      *    cancels it. Who decided and when is kept on the order.
           DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '
           ACCEPT WS-OPERATOR-ID
           PERFORM 2610-CHECK-CREDIT-OPERATOR
           IF WS-CREDIT-AUTHORIZED
               DISPLAY 'ENTER HELD ORDER ID: '
               ACCEPT WS-SEARCH-ORDER-ID
               MOVE WS-SEARCH-ORDER-ID TO ORDER-ID
               READ ORDER-FILE
                   INVALID KEY
                       DISPLAY 'ORDER NOT FOUND: ' ORDER-ID
                   NOT INVALID KEY
                       PERFORM 2620-DECIDE-HELD-ORDER
               END-READ
           END-IF.

       2610-CHECK-CREDIT-OPERATOR.
           SET WS-CREDIT-DENIED TO TRUE
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               MOVE WS-OPERATOR-STATUS TO WS-FILE-STATUS
               MOVE 'ERROR OPENING OPERATOR PROFILE FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           ELSE
               MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY 'OPERATOR NOT ON PROFILE FILE: '
                           WS-OPERATOR-ID
                   NOT INVALID KEY
                       IF OPR-ACTIVE-FLAG = 'Y' AND OPR-ROLE = 'S'
                           SET WS-CREDIT-AUTHORIZED TO TRUE
                       ELSE
                           DISPLAY 'NOT AUTHORIZED FOR CREDIT REVIEW: '
                               WS-OPERATOR-ID
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       2620-DECIDE-HELD-ORDER.
           IF ORDER-STATUS NOT = 'H'
               DISPLAY 'ORDER IS NOT HELD FOR CREDIT: ' ORDER-ID
           ELSE
               PERFORM 4000-DISPLAY-ORDER
      *        Show where the customer stands now, not only at the
      *        time the order was held
               MOVE ORDER-CUST-ID TO WS-SEARCH-CUST-ID
               PERFORM 3000-VERIFY-CUSTOMER
               IF WS-CUSTOMER-FOUND
                   PERFORM 2510-COMPUTE-OPEN-TO-BUY
               END-IF
               DISPLAY 'RELEASE OR DECLINE (R/D, BLANK=LEAVE HELD): '
               ACCEPT WS-DECISION-TEXT
               EVALUATE WS-DECISION-TEXT
                   WHEN 'R'
                       MOVE 'A' TO ORDER-STATUS
                       PERFORM 2630-RECORD-DECISION
                   WHEN 'D'
                       MOVE 'X' TO ORDER-STATUS
                       PERFORM 2630-RECORD-DECISION
                   WHEN OTHER
                       DISPLAY 'ORDER LEFT HELD: ' ORDER-ID
               END-EVALUATE
           END-IF.

       2630-RECORD-DECISION.
           MOVE WS-DECISION-TEXT TO ORDER-CREDIT-ACTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO ORDER-CREDIT-DATE
           MOVE WS-OPERATOR-ID TO ORDER-CREDIT-OPER
           MOVE WS-TODAY-DATE TO ORDER-LAST-UPDATE
           REWRITE ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ERROR UPDATING ORDER: ' ORDER-ID
               NOT INVALID KEY
                   IF ORDER-CREDIT-RELEASED
                       DISPLAY 'ORDER RELEASED: ' ORDER-ID
                   ELSE
                       DISPLAY 'ORDER DECLINED: ' ORDER-ID
                   END-IF
           END-REWRITE.

       2700-ENTER-RETURN.
      *    A return is keyed against the original order, never as a
      *    free-standing credit, so the credit memo can always be
      *    traced back to the invoice and the lines it reverses
           DISPLAY 'ENTER ORIGINAL ORDER ID (0 TO CANCEL): '
           ACCEPT WS-SEARCH-ORDER-ID
           IF WS-SEARCH-ORDER-ID NOT = ZEROS
               MOVE WS-SEARCH-ORDER-ID TO ORDER-ID
               READ ORDER-FILE
                   INVALID KEY
                       DISPLAY 'ORDER NOT FOUND: ' ORDER-ID
                   NOT INVALID KEY
                       PERFORM 2710-VERIFY-RETURNABLE
               END-READ
           END-IF.

       2710-VERIFY-RETURNABLE.
      *    Before posting an order is changed or cancelled instead;
      *    once posted it must also be invoiced so the memo has an
      *    invoice to go against
           IF ORDER-STATUS NOT = 'P'
               DISPLAY 'ORDER NOT POSTED - CHANGE OR CANCEL IT: '
                   ORDER-ID
           ELSE
               IF WS-INVOICES-AVAILABLE
                   MOVE ORDER-ID TO INV-ORDER-ID
                   READ INVOICE-FILE KEY IS INV-ORDER-ID
                       INVALID KEY
                           DISPLAY 'ORDER NOT YET INVOICED: ' ORDER-ID
                       NOT INVALID KEY
                           MOVE INV-NUMBER TO WS-RETURN-INV-NUMBER
                           PERFORM 2720-COLLECT-RETURN
                   END-READ
               ELSE
                   DISPLAY 'ORDER NOT YET INVOICED: ' ORDER-ID
               END-IF
           END-IF.

       2720-COLLECT-RETURN.
           DISPLAY 'ENTER NEW RETURN ID: '
           ACCEPT WS-SEARCH-RETURN-ID
           SET WS-RETURN-ID-FREE TO TRUE
           IF WS-SEARCH-RETURN-ID = ZEROS
               SET WS-RETURN-ID-USED TO TRUE
               DISPLAY 'RETURN ID IS REQUIRED'
           ELSE
               MOVE WS-SEARCH-RETURN-ID TO RTN-ID
               READ RETURN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RETURN-ID-USED TO TRUE
                       DISPLAY 'RETURN ALREADY EXISTS: ' RTN-ID
               END-READ
           END-IF
           IF WS-RETURN-ID-FREE
               PERFORM 2730-LOAD-ORDER-LINES
               PERFORM 2740-ADD-PRIOR-RETURNS
               MOVE ZEROS TO WS-RETURN-CREDIT
               MOVE ZEROS TO WS-RETURN-TAXABLE
               SET WS-ALL-GOODS-BACK TO TRUE
               DISPLAY 'ENTER QUANTITY RETURNED ON EACH LINE'
               DISPLAY '(BLANK OR 0 = NOTHING BACK ON THAT LINE)'
               PERFORM 2750-ASK-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RTN-LINE-COUNT
               IF WS-RETURN-CREDIT = ZERO
                   DISPLAY 'NOTHING RETURNED - NO RETURN RECORDED'
               ELSE
                   PERFORM 2760-FIGURE-RETURN-TAX
                   PERFORM 2770-CONFIRM-RETURN
               END-IF
           END-IF.

       2730-LOAD-ORDER-LINES.
           MOVE ZEROS TO WS-RTN-LINE-COUNT
           SET WS-LINE-NOT-EOF TO TRUE
           MOVE ORDER-ID TO OLN-ORDER-ID
           MOVE ZEROS TO OLN-LINE-NUMBER
           START ORDER-LINE-FILE KEY NOT LESS THAN OLN-KEY
               INVALID KEY SET WS-LINE-EOF TO TRUE
           END-START
           IF WS-LINE-NOT-EOF
               PERFORM 2330-READ-NEXT-LINE
               PERFORM 2735-LOAD-ONE-LINE
                   UNTIL WS-LINE-EOF
           END-IF.

       2735-LOAD-ONE-LINE.
           IF OLN-ORDER-ID NOT = ORDER-ID
           OR WS-RTN-LINE-COUNT = WS-LINE-MAX
               SET WS-LINE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-RTN-LINE-COUNT
               MOVE WS-RTN-LINE-COUNT TO WS-LINE-SUB
               MOVE OLN-LINE-NUMBER TO WS-RTL-LINE-NUMBER(WS-LINE-SUB)
               MOVE OLN-ITEM-CODE TO WS-RTL-ITEM-CODE(WS-LINE-SUB)
               MOVE OLN-DESCRIPTION TO WS-RTL-DESCRIPTION(WS-LINE-SUB)
               MOVE OLN-QUANTITY TO WS-RTL-SOLD-QTY(WS-LINE-SUB)
               MOVE ZEROS TO WS-RTL-PRIOR-QTY(WS-LINE-SUB)
               MOVE ZEROS TO WS-RTL-RETURN-QTY(WS-LINE-SUB)
               MOVE OLN-UNIT-PRICE TO WS-RTL-UNIT-PRICE(WS-LINE-SUB)
               MOVE ZEROS TO WS-RTL-CREDIT(WS-LINE-SUB)
               MOVE OLN-TAXABLE TO WS-RTL-TAXABLE(WS-LINE-SUB)
               MOVE SPACE TO WS-RTL-REASON(WS-LINE-SUB)
               PERFORM 2330-READ-NEXT-LINE
           END-IF.

       2740-ADD-PRIOR-RETURNS.
      *    What earlier returns against this order already took back
      *    cannot come back twice - nor can the tax they gave back
           MOVE ZEROS TO WS-PRIOR-RETURN-TAX
           SET WS-RETURNS-MORE TO TRUE
           MOVE ORDER-ID TO RTN-ORDER-ID
           START RETURN-FILE KEY IS EQUAL TO RTN-ORDER-ID
               INVALID KEY SET WS-RETURNS-EOF TO TRUE
           END-START
           IF WS-RETURNS-MORE
               PERFORM 2742-READ-NEXT-RETURN
               PERFORM 2744-ADD-ONE-PRIOR-RETURN
                   UNTIL WS-RETURNS-EOF
           END-IF.

       2742-READ-NEXT-RETURN.
           READ RETURN-FILE NEXT RECORD
               AT END SET WS-RETURNS-EOF TO TRUE
           END-READ.

       2744-ADD-ONE-PRIOR-RETURN.
           IF RTN-ORDER-ID NOT = ORDER-ID
               SET WS-RETURNS-EOF TO TRUE
           ELSE
               ADD RTN-TAX-AMT TO WS-PRIOR-RETURN-TAX
               PERFORM 2746-ADD-PRIOR-LINE-QTY
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-RTN-LINE-COUNT
               PERFORM 2742-READ-NEXT-RETURN
           END-IF.

       2746-ADD-PRIOR-LINE-QTY.
           MOVE RTN-ID TO RTL-RETURN-ID
           MOVE WS-RTL-LINE-NUMBER(WS-LINE-SUB) TO RTL-LINE-NUMBER
           READ RETURN-LINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD RTL-QUANTITY TO WS-RTL-PRIOR-QTY(WS-LINE-SUB)
           END-READ.

       2750-ASK-ONE-LINE.
           COMPUTE WS-RETURNABLE-QTY =
               WS-RTL-SOLD-QTY(WS-LINE-SUB)
                   - WS-RTL-PRIOR-QTY(WS-LINE-SUB)
           MOVE WS-RTL-UNIT-PRICE(WS-LINE-SUB) TO WS-EDIT-PRICE
           DISPLAY 'LINE ' WS-RTL-LINE-NUMBER(WS-LINE-SUB) ': '
               WS-RTL-ITEM-CODE(WS-LINE-SUB) ' '
               WS-RTL-DESCRIPTION(WS-LINE-SUB)
               ' AT ' WS-EDIT-PRICE
           DISPLAY '         SOLD ' WS-RTL-SOLD-QTY(WS-LINE-SUB)
               '  ALREADY RETURNED ' WS-RTL-PRIOR-QTY(WS-LINE-SUB)
           IF WS-RETURNABLE-QTY = ZEROS
               DISPLAY '         NOTHING LEFT TO RETURN ON THIS LINE'
           ELSE
               DISPLAY 'ENTER QUANTITY RETURNED: '
               ACCEPT WS-QTY-TEXT
               IF WS-QTY-TEXT = SPACES
                   MOVE ZEROS TO WS-RTL-RETURN-QTY(WS-LINE-SUB)
               ELSE
                   COMPUTE WS-RTL-RETURN-QTY(WS-LINE-SUB) =
                       FUNCTION NUMVAL(WS-QTY-TEXT)
               END-IF
               IF WS-RTL-RETURN-QTY(WS-LINE-SUB) > WS-RETURNABLE-QTY
                   DISPLAY 'ONLY ' WS-RETURNABLE-QTY
                       ' CAN BE RETURNED - LINE SKIPPED'
                   MOVE ZEROS TO WS-RTL-RETURN-QTY(WS-LINE-SUB)
               END-IF
               IF WS-RTL-RETURN-QTY(WS-LINE-SUB) > ZEROS
                   PERFORM 2755-ASK-RETURN-REASON
               END-IF
               IF WS-RTL-RETURN-QTY(WS-LINE-SUB) < WS-RETURNABLE-QTY
                   SET WS-GOODS-LEFT TO TRUE
               END-IF
           END-IF.

       2755-ASK-RETURN-REASON.
      *    Every returned line says why it came back - the returns
      *    register is read by the product team on these codes
           DISPLAY 'REASON (D=DAMAGED F=DEFECTIVE W=WRONG ITEM'
           DISPLAY '        N=NOT WANTED O=OTHER): '
           ACCEPT WS-REASON-CODE-TEXT
           MOVE WS-REASON-CODE-TEXT TO RTL-REASON-CODE
           IF RTL-REASON-VALID
               MOVE WS-REASON-CODE-TEXT TO WS-RTL-REASON(WS-LINE-SUB)
               COMPUTE WS-RTL-CREDIT(WS-LINE-SUB) =
                   WS-RTL-RETURN-QTY(WS-LINE-SUB)
                       * WS-RTL-UNIT-PRICE(WS-LINE-SUB)
               ADD WS-RTL-CREDIT(WS-LINE-SUB) TO WS-RETURN-CREDIT
               IF WS-RTL-TAXABLE(WS-LINE-SUB) NOT = 'N'
                   ADD WS-RTL-CREDIT(WS-LINE-SUB)
                       TO WS-RETURN-TAXABLE
               END-IF
               MOVE WS-RTL-CREDIT(WS-LINE-SUB) TO WS-EDIT-EXTENDED
               DISPLAY 'CREDIT FOR LINE: ' WS-EDIT-EXTENDED
           ELSE
               DISPLAY 'INVALID REASON - LINE SKIPPED'
               MOVE ZEROS TO WS-RTL-RETURN-QTY(WS-LINE-SUB)
           END-IF.

       2760-FIGURE-RETURN-TAX.
      *    Tax is given back at the rate the order was charged, on
      *    the taxable lines returned. It can never exceed what the
      *    order was charged less what earlier returns gave back, and
      *    once every unit is back the last of it goes back too.
           MOVE ZEROS TO WS-RETURN-TAX
           IF ORDER-TAX-AMT IS NUMERIC
           AND ORDER-TAX-AMT > ZERO
               COMPUTE WS-TAX-LEFT =
                   ORDER-TAX-AMT - WS-PRIOR-RETURN-TAX
               COMPUTE WS-RETURN-TAX ROUNDED =
                   WS-RETURN-TAXABLE * ORDER-TAX-RATE / 100
               IF WS-RETURN-TAX > WS-TAX-LEFT
               OR WS-ALL-GOODS-BACK
                   MOVE WS-TAX-LEFT TO WS-RETURN-TAX
               END-IF
           END-IF
           MOVE WS-RETURN-CREDIT TO WS-EDIT-TOTAL
           DISPLAY 'MERCHANDISE CREDIT: ' WS-EDIT-TOTAL
           MOVE WS-RETURN-TAX TO WS-EDIT-TOTAL
           DISPLAY 'SALES TAX CREDIT: ' WS-EDIT-TOTAL
           COMPUTE WS-AMOUNT-DUE = WS-RETURN-CREDIT + WS-RETURN-TAX
           MOVE WS-AMOUNT-DUE TO WS-EDIT-TOTAL
           DISPLAY 'TOTAL CREDIT: ' WS-EDIT-TOTAL.

       2770-CONFIRM-RETURN.
           DISPLAY 'RETURN COMMENT (OPTIONAL): '
           ACCEPT WS-REASON-TEXT
           DISPLAY 'RECORD THIS RETURN (Y/N): '
           ACCEPT WS-CONFIRM-TEXT
           IF WS-CONFIRM-TEXT = 'Y'
               PERFORM 2780-WRITE-RETURN
           ELSE
               DISPLAY 'RETURN NOT RECORDED'
           END-IF.

       2780-WRITE-RETURN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE SPACES TO RETURN-RECORD
           MOVE WS-SEARCH-RETURN-ID TO RTN-ID
           MOVE ORDER-ID TO RTN-ORDER-ID
           MOVE ORDER-CUST-ID TO RTN-CUST-ID
           MOVE WS-RETURN-INV-NUMBER TO RTN-INV-NUMBER
           MOVE WS-TODAY-DATE TO RTN-DATE
           SET RTN-ACCEPTED TO TRUE
           MOVE WS-RETURN-CREDIT TO RTN-CREDIT-AMT
           MOVE WS-RETURN-TAX TO RTN-TAX-AMT
           MOVE ZEROS TO RTN-TAXABLE-AMT
           IF ORDER-TAX-AMT IS NUMERIC
               MOVE ORDER-TAX-STATE TO RTN-TAX-STATE
               IF ORDER-TAX-AMT > ZERO
                   MOVE WS-RETURN-TAXABLE TO RTN-TAXABLE-AMT
               END-IF
           END-IF
           MOVE WS-REASON-TEXT TO RTN-COMMENT
           MOVE ZEROS TO RTN-POSTED-DATE
           MOVE ZEROS TO RTN-MEMO-NUMBER
           MOVE ZEROS TO RTN-MEMO-DATE
           MOVE ZEROS TO RTN-MEMO-APPLIED-AMT
           MOVE WS-TODAY-DATE TO RTN-LAST-UPDATE
           WRITE RETURN-RECORD
               INVALID KEY
                   DISPLAY 'RETURN ALREADY EXISTS: ' RTN-ID
               NOT INVALID KEY
                   PERFORM 2790-WRITE-ONE-RETURN-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-RTN-LINE-COUNT
                   DISPLAY 'RETURN RECORDED: ' RTN-ID
                       ' AGAINST INVOICE ' RTN-INV-NUMBER
           END-WRITE.

       2790-WRITE-ONE-RETURN-LINE.
           IF WS-RTL-RETURN-QTY(WS-LINE-SUB) > ZEROS
               MOVE SPACES TO RETURN-LINE-RECORD
               MOVE RTN-ID TO RTL-RETURN-ID
               MOVE WS-RTL-LINE-NUMBER(WS-LINE-SUB) TO RTL-LINE-NUMBER
               MOVE WS-RTL-ITEM-CODE(WS-LINE-SUB) TO RTL-ITEM-CODE
               MOVE WS-RTL-DESCRIPTION(WS-LINE-SUB)
                   TO RTL-DESCRIPTION
               MOVE WS-RTL-RETURN-QTY(WS-LINE-SUB) TO RTL-QUANTITY
               MOVE WS-RTL-UNIT-PRICE(WS-LINE-SUB) TO RTL-UNIT-PRICE
               MOVE WS-RTL-CREDIT(WS-LINE-SUB) TO RTL-CREDIT-AMT
               MOVE WS-RTL-TAXABLE(WS-LINE-SUB) TO RTL-TAXABLE
               MOVE WS-RTL-REASON(WS-LINE-SUB) TO RTL-REASON-CODE
               WRITE RETURN-LINE-RECORD
                   INVALID KEY
                       DISPLAY 'ERROR WRITING RETURN LINE: ' RTL-KEY
               END-WRITE
           END-IF.

       3000-VERIFY-CUSTOMER.
           MOVE WS-SEARCH-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           DISPLAY 'ORDER DATE: ' ORDER-DATE
           MOVE ORDER-TOTAL TO WS-EDIT-TOTAL
           DISPLAY 'ORDER TOTAL: ' WS-EDIT-TOTAL
           IF ORDER-TAX-AMT IS NUMERIC
               MOVE ORDER-TAXABLE-AMT TO WS-EDIT-TOTAL
               MOVE ORDER-TAX-RATE TO WS-EDIT-RATE
               DISPLAY 'TAXABLE: ' WS-EDIT-TOTAL
                   '  STATE: ' ORDER-TAX-STATE
                   '  RATE: ' WS-EDIT-RATE '%'
               MOVE ORDER-TAX-AMT TO WS-EDIT-TOTAL
               DISPLAY 'SALES TAX: ' WS-EDIT-TOTAL
           END-IF
           DISPLAY 'STATUS: ' ORDER-STATUS
           IF ORDER-STATUS = 'H'
               MOVE ORDER-HOLD-OTB TO WS-EDIT-OTB
               DISPLAY 'HELD FOR CREDIT ' ORDER-HOLD-DATE
                   '  REASON: ' ORDER-HOLD-REASON
                   '  OPEN-TO-BUY THEN: ' WS-EDIT-OTB
           END-IF
           IF ORDER-CREDIT-RELEASED OR ORDER-CREDIT-DECLINED
               DISPLAY 'CREDIT DECISION: ' ORDER-CREDIT-ACTION
                   ' ON ' ORDER-CREDIT-DATE ' BY ' ORDER-CREDIT-OPER
           END-IF
           DISPLAY 'LAST UPDATE: ' ORDER-LAST-UPDATE
           PERFORM 4100-DISPLAY-LINE-ITEMS
           IF ORDER-STATUS = 'P'
               PERFORM 4200-DISPLAY-RETURNS
           END-IF
           DISPLAY '================================'.

       4100-DISPLAY-LINE-ITEMS.
                   ' QTY ' OLN-QUANTITY
                   ' AT ' WS-EDIT-PRICE
                   ' = ' WS-EDIT-EXTENDED
               IF OLN-TAXABLE = 'N'
                   DISPLAY '         NOT TAXABLE'
               END-IF
               IF OLN-OVERRIDE-FLAG = 'Y'
                   DISPLAY '         OVERRIDE: ' OLN-OVERRIDE-REASON
               END-IF
               PERFORM 2330-READ-NEXT-LINE
           END-IF.

       4200-DISPLAY-RETURNS.
      *    Goods already back on a posted order, with the credit memo
      *    ORDINV numbered for each once it posted
           SET WS-RETURNS-MORE TO TRUE
           MOVE ORDER-ID TO RTN-ORDER-ID
           START RETURN-FILE KEY IS EQUAL TO RTN-ORDER-ID
               INVALID KEY SET WS-RETURNS-EOF TO TRUE
           END-START
           IF WS-RETURNS-MORE
               PERFORM 2742-READ-NEXT-RETURN
               PERFORM 4210-DISPLAY-ONE-RETURN
                   UNTIL WS-RETURNS-EOF
           END-IF.

       4210-DISPLAY-ONE-RETURN.
           IF RTN-ORDER-ID NOT = ORDER-ID
               SET WS-RETURNS-EOF TO TRUE
           ELSE
               COMPUTE WS-AMOUNT-DUE = RTN-CREDIT-AMT + RTN-TAX-AMT
               MOVE WS-AMOUNT-DUE TO WS-EDIT-TOTAL
               DISPLAY 'RETURN ' RTN-ID ' ON ' RTN-DATE
                   '  CREDIT ' WS-EDIT-TOTAL
                   '  STATUS ' RTN-STATUS
               IF RTN-MEMO-NUMBER IS NUMERIC
               AND RTN-MEMO-NUMBER > ZEROS
                   DISPLAY '         CREDIT MEMO ' RTN-MEMO-NUMBER
                       ' ON ' RTN-MEMO-DATE
               END-IF
               PERFORM 2742-READ-NEXT-RETURN
           END-IF.

       8000-ERROR-HANDLER.
           PERFORM 8100-LOOKUP-FILE-STATUS
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
       9000-TERMINATE.
           CLOSE ORDER-FILE
           CLOSE ORDER-LINE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ITEM-FILE
           IF WS-MEMOS-AVAILABLE
               CLOSE MEMO-FILE
           END-IF
           IF WS-GRADES-AVAILABLE
               CLOSE RISK-FILE
           END-IF
           IF WS-DUNNING-AVAILABLE
               CLOSE DUNNING-STATE-FILE
           END-IF
           IF WS-HIERARCHY-AVAILABLE
               CLOSE HIERARCHY-FILE
           END-IF
           IF WS-INVOICES-AVAILABLE
               CLOSE INVOICE-FILE
           END-IF
           CLOSE RETURN-FILE
           CLOSE RETURN-LINE-FILE.
