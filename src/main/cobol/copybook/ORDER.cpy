      * Shared record description for the order master file, keyed    *
      * by ORDER-ID with an alternate key on ORDER-CUST-ID so order   *
      * history can be retrieved per customer. ORDER-STATUS values:   *
      * E = entered, A = accepted (awaiting posting), H = held for    *
      * credit (keyed as accepted but over the customer's open-to-    *
      * buy, or from a blocked risk grade or dunning level - never    *
      * posted until credit staff release it), P = posted to the      *
      * customer balance, X = cancelled. ORDER-TOTAL is the           *
      * merchandise total the lines foot to; sales tax is carried     *
      * beside it in ORDER-TAX-AMT, figured by ORDENTRY on the        *
      * taxable lines at ORDER-TAX-RATE (a percentage) for the        *
      * customer's state, ORDER-TAX-STATE. ORDER-TAXABLE-AMT is the   *
      * part of ORDER-TOTAL the tax was charged on - zero for an      *
      * exempt customer or a state with no rate on file. The customer *
      * owes ORDER-TOTAL plus ORDER-TAX-AMT. Orders taken before tax  *
      * was carried have no valid tax fields and are treated as       *
      * untaxed by every reader. ORDER-HOLD-REASON says why an order *
      * was held - OTB (over open-to-buy), GRDE (blocked risk grade) *
      * or DUNL (blocked dunning level) - with the date and the      *
      * open-to-buy at the time. ORDER-CREDIT-ACTION is credit        *
      * staff's decision on a held order: R = released to accepted,  *
      * D = declined (the order is cancelled), with who and when.    *
      *****************************************************************
       01  ORDER-RECORD.
           05  ORDER-ID                PIC 9(8).
           05  ORDER-TOTAL             PIC S9(7)V99 COMP-3.
           05  ORDER-STATUS            PIC X(01).
           05  ORDER-LAST-UPDATE       PIC 9(8).
           05  ORDER-TAX-STATE         PIC X(02).
           05  ORDER-TAX-RATE          PIC 9(2)V9(4).
           05  ORDER-TAXABLE-AMT       PIC S9(7)V99 COMP-3.
           05  ORDER-TAX-AMT           PIC S9(7)V99 COMP-3.
           05  ORDER-HOLD-REASON       PIC X(04).
           05  ORDER-HOLD-DATE         PIC 9(8).
           05  ORDER-HOLD-OTB          PIC S9(7)V99 COMP-3.
           05  ORDER-CREDIT-ACTION     PIC X(01).
               88  ORDER-CREDIT-RELEASED VALUE 'R'.
               88  ORDER-CREDIT-DECLINED VALUE 'D'.
           05  ORDER-CREDIT-DATE       PIC 9(8).
           05  ORDER-CREDIT-OPER       PIC X(8).
