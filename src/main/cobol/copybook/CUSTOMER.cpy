      * billing cycle (01-12 within the month; 00 = unassigned) that   *
      * the statement and finance-charge runs select on, so one        *
      * monster month-end run becomes a short nightly one.             *
      * CUST-TAX-EXEMPT 'Y' with a resale or exemption certificate     *
      * number in CUST-TAX-CERT means ORDENTRY charges no sales tax;  *
      * blank or 'N' is taxable at the rate for CUST-STATE.           *
      *****************************************************************
       01  CUSTOMER-RECORD.
           05  CUST-ID                 PIC 9(8).
           05  CUST-CREDIT-LIMIT       PIC S9(7)V99 COMP-3.
           05  CUST-LAST-UPDATE        PIC 9(8).
           05  CUST-CYCLE-CODE         PIC 9(2).
           05  CUST-TAX-EXEMPT         PIC X(01).
           05  CUST-TAX-CERT           PIC X(15).
