      * CUSTAGE rolls the buckets forward one step for each elapsed    *
      * aging period before reporting, and CUSTFEE and CUSTSTMT read   *
      * the rolled buckets instead of guessing the age of the whole    *
      * balance from CUST-LAST-UPDATE. AGE-120-SINCE-DATE is the roll  *
      * date on which dollars last entered an empty over-120 bucket,   *
      * stamped by CUSTAGE, so the CUSTCHGO charge-off run can tell    *
      * how long an account has sat at the bottom of the ladder.       *
      * Shared here so the writers and the readers can never drift    *
      * apart.                                                         *
      *****************************************************************
       01  AGE-BUCKET-RECORD.
           05  AGE-CUST-ID             PIC 9(8).
           05  AGE-90-AMT              PIC S9(7)V99 COMP-3.
           05  AGE-120-AMT             PIC S9(7)V99 COMP-3.
           05  AGE-LAST-ROLL-DATE      PIC 9(8).
           05  AGE-120-SINCE-DATE      PIC 9(8).
           05  FILLER                  PIC X(11).
