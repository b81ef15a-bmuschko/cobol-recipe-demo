      *****************************************************************
      * GLACTV - General Ledger Activity Record                       *
      * One record appended by each money-moving step of the nightly  *
      * chain for every dollar movement it makes, in the same amount  *
      * that step counts into its STEPCTL STP-AMOUNT. GLINTF reads    *
      * the night's records back, maps GLA-ACTIVITY-TYPE to its GL    *
      * accounts through the control-card account table, and builds   *
      * the journal for the GL upload. GLA-ACTIVITY-TYPE values:      *
      *   PAY  = payment posted            DEB  = debit (charge)      *
      *   CRA  = credit adjustment         NSFR = NSF payment return  *
      *   NSFF = NSF fee assessed          ORD  = order posted        *
      *   FIN  = finance charge            LBX  = lockbox cash        *
      *   CHGO = balance charged off       RCVY = charge-off recovery *
      *   TAX  = sales tax billed on an order posted                  *
      *   RTN  = returned goods credited   RTNT = sales tax credited  *
      *                                           on a return         *
      *   ACH  = autopay bank debit sent                              *
      *   RFND = refund debit offsetting a credit balance refunded    *
      *   AGCM = collection agency commission credited to the account *
      * GLA-AMOUNT is always the unsigned amount moved; the account   *
      * table decides which side of the ledger it lands on.           *
      *****************************************************************
       01  GL-ACTIVITY-RECORD.
           05  GLA-STEP-NAME           PIC X(8).
           05  GLA-RUN-DATE            PIC 9(8).
           05  GLA-ACTIVITY-TYPE       PIC X(4).
           05  GLA-CUST-ID             PIC 9(8).
           05  GLA-AMOUNT              PIC S9(7)V99 COMP-3.
           05  GLA-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(17).
