      *****************************************************************
      * MAILRTN - Returned-Mail Record Layout                          *
      * One record per customer whose mail has come back             *
      * undeliverable, keyed by RTM-CUST-ID and loaded from the       *
      * mailroom's returned-mail log. RTM-RETURNED-DATE is the last  *
      * piece returned. The record is dropped when the customer's    *
      * address is corrected. CUSTRFND treats a customer on this     *
      * file as one we cannot reach, so a credit balance is held as  *
      * unclaimed property instead of being mailed as a refund       *
      * check. Shared here so the writer and the readers can never   *
      * drift apart.                                                  *
      *****************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RTM-CUST-ID             PIC 9(8).
           05  RTM-RETURNED-DATE       PIC 9(8).
           05  RTM-MAIL-TYPE           PIC X(4).
           05  FILLER                  PIC X(20).
