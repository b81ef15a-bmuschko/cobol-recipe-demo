      *****************************************************************
      * AUTOPAY - Autopay (ACH Debit) Enrollment Record               *
      * One record per customer who has authorized us to debit their  *
      * bank account, keyed by APY-CUST-ID. Maintained from CUSTMGMT  *
      * function B. APY-PAY-OPTION 'F' debits the full balance when   *
      * a payment falls due and 'M' only the minimum then due - the   *
      * invoices falling due that day, or the minimum due printed on  *
      * the statement. Only an 'A' (active) enrollment is debited;    *
      * 'S' (suspended) is set by an operator or by CUSTACHR when     *
      * the bank keeps returning the debits, and APY-RETURN-COUNT     *
      * counts the returns since the enrollment was last made         *
      * active. CUSTSTMT stamps the APY-STMT- fields with each        *
      * statement it prints for the customer so the nightly CUSTACH   *
      * run knows when the statement falls due, and CUSTACH stamps    *
      * the last debit it sent. Shared here so the writers and the    *
      * readers can never drift apart.                                *
      *****************************************************************
       01  AUTOPAY-RECORD.
           05  APY-CUST-ID             PIC 9(8).
           05  APY-ROUTING-NUMBER      PIC 9(9).
           05  APY-ROUTING-DIGITS REDEFINES APY-ROUTING-NUMBER.
               10  APY-ROUTING-DIGIT   PIC 9(1) OCCURS 9 TIMES.
           05  APY-ACCOUNT-NUMBER      PIC X(17).
           05  APY-ACCOUNT-TYPE        PIC X(1).
               88  APY-CHECKING        VALUE 'C'.
               88  APY-SAVINGS         VALUE 'S'.
               88  APY-ACCOUNT-TYPE-VALID VALUE 'C' 'S'.
           05  APY-PAY-OPTION          PIC X(1).
               88  APY-PAY-FULL        VALUE 'F'.
               88  APY-PAY-MINIMUM     VALUE 'M'.
               88  APY-PAY-OPTION-VALID VALUE 'F' 'M'.
           05  APY-STATUS              PIC X(1).
               88  APY-ACTIVE          VALUE 'A'.
               88  APY-SUSPENDED       VALUE 'S'.
           05  APY-ENROLLED-DATE       PIC 9(8).
           05  APY-STATUS-DATE         PIC 9(8).
      *    OPR when an operator set the status, otherwise the bank
      *    return code that suspended the enrollment
           05  APY-STATUS-REASON       PIC X(3).
           05  APY-OPERATOR-ID         PIC X(8).
           05  APY-RETURN-COUNT        PIC 9(2).
           05  APY-LAST-RETURN-CODE    PIC X(3).
           05  APY-LAST-RETURN-DATE    PIC 9(8).
           05  APY-LAST-DEBIT-DATE     PIC 9(8).
           05  APY-LAST-DEBIT-AMT      PIC S9(7)V99 COMP-3.
           05  APY-STMT-DATE           PIC 9(8).
           05  APY-STMT-DUE-DATE       PIC 9(8).
           05  APY-STMT-BALANCE        PIC S9(7)V99 COMP-3.
           05  APY-STMT-MIN-DUE        PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(20).
