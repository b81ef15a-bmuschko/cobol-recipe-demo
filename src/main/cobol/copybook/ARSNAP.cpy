      *****************************************************************
      * ARSNAP - Month-End Receivables Snapshot Record                *
      * The frozen picture of every customer on the day a month was   *
      * closed, written by CUSTCLOS and keyed by close month and      *
      * CUST-ID so one month can be read back whole. Each customer    *
      * record carries the balance, credit limit, status, risk grade  *
      * and aging spread as they stood at the close, the region the   *
      * customer was reported under, and the result of the sub-ledger *
      * proof. The month's control record (SNP-CUST-ID zero, type     *
      * 'H') sorts ahead of its customers and carries the close       *
      * totals; a month with a control record is closed and is never  *
      * rewritten unless operations asks for a reclose. Reports run   *
      * "as of" a closed month (ASOF=yyyymm on CUSTCLOS and CUSTAGE)  *
      * read this file instead of the live master. Shared here so     *
      * the writer and the readers can never drift apart.             *
      *****************************************************************
       01  AR-SNAPSHOT-RECORD.
           05  SNP-KEY.
               10  SNP-CLOSE-MONTH     PIC 9(6).
               10  SNP-CUST-ID         PIC 9(8).
           05  SNP-RECORD-TYPE         PIC X(1).
               88  SNP-MONTH-CONTROL   VALUE 'H'.
               88  SNP-CUSTOMER-DETAIL VALUE 'D'.
           05  SNP-CLOSE-DATE          PIC 9(8).
           05  SNP-DETAIL-DATA.
               10  SNP-CUST-NAME       PIC X(35).
               10  SNP-STATE           PIC X(02).
               10  SNP-REGION          PIC X(02).
               10  SNP-STATUS          PIC X(01).
               10  SNP-CYCLE-CODE      PIC 9(02).
               10  SNP-BALANCE         PIC S9(7)V99 COMP-3.
               10  SNP-CREDIT-LIMIT    PIC S9(7)V99 COMP-3.
               10  SNP-RISK-GRADE      PIC X(01).
               10  SNP-AGE-CURRENT-AMT PIC S9(7)V99 COMP-3.
               10  SNP-AGE-30-AMT      PIC S9(7)V99 COMP-3.
               10  SNP-AGE-60-AMT      PIC S9(7)V99 COMP-3.
               10  SNP-AGE-90-AMT      PIC S9(7)V99 COMP-3.
               10  SNP-AGE-120-AMT     PIC S9(7)V99 COMP-3.
      *        B = buckets foot to the balance, O = they do not,
      *        N = a balance with no aging record behind it
               10  SNP-PROOF-FLAG      PIC X(01).
                   88  SNP-IN-BALANCE  VALUE 'B'.
                   88  SNP-BUCKETS-OFF VALUE 'O'.
                   88  SNP-NO-AGING    VALUE 'N'.
               10  FILLER              PIC X(20).
           05  SNP-CONTROL-DATA REDEFINES SNP-DETAIL-DATA.
               10  SNP-CTL-CUSTOMERS   PIC 9(8).
               10  SNP-CTL-BALANCE     PIC S9(11)V99 COMP-3.
               10  SNP-CTL-AGED-AMT    PIC S9(11)V99 COMP-3.
               10  SNP-CTL-OUT-COUNT   PIC 9(8).
               10  SNP-CTL-RECLOSE-FLAG PIC X(01).
               10  FILLER              PIC X(68).
