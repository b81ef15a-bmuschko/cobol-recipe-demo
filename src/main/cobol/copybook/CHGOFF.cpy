      *****************************************************************
      * CHGOFF - Charge-Off Record Layout                              *
      * One record per charged-off customer, keyed by CHG-CUST-ID,   *
      * written by the CUSTCHGO charge-off run when it writes the    *
      * balance off and moves the customer to charge-off status 'W'. *
      * It keeps what was written off and how the dollars were       *
      * spread across the aging buckets at the time, so the write-  *
      * off can always be explained after the buckets are zeroed.    *
      * CUSTPOST posts money received on a charged-off account as a  *
      * recovery here - never against the balance - and CUSTCHGO     *
      * reports recoveries apart from the normal cash. A customer    *
      * charged off a second time replaces the record. Shared here  *
      * so the writers and the readers can never drift apart.        *
      *****************************************************************
       01  CHARGE-OFF-RECORD.
           05  CHG-CUST-ID             PIC 9(8).
           05  CHG-DATE                PIC 9(8).
           05  CHG-AMOUNT              PIC S9(7)V99 COMP-3.
           05  CHG-BUCKET-SPREAD.
               10  CHG-CURRENT-AMT     PIC S9(7)V99 COMP-3.
               10  CHG-30-AMT          PIC S9(7)V99 COMP-3.
               10  CHG-60-AMT          PIC S9(7)V99 COMP-3.
               10  CHG-90-AMT          PIC S9(7)V99 COMP-3.
               10  CHG-120-AMT         PIC S9(7)V99 COMP-3.
           05  CHG-DUN-LEVEL           PIC 9(1).
           05  CHG-DAYS-IN-120         PIC 9(5).
           05  CHG-RECOVERED-AMT       PIC S9(7)V99 COMP-3.
           05  CHG-RECOVERY-COUNT      PIC 9(5).
           05  CHG-LAST-RECOVERY-DATE  PIC 9(8).
           05  FILLER                  PIC X(30).
