           CUST-BALANCE BY SNP-BALANCE
           CUST-CREDIT-LIMIT BY SNP-CREDIT-LIMIT
           CUST-LAST-UPDATE BY SNP-LAST-UPDATE
           CUST-CYCLE-CODE BY SNP-CYCLE-CODE
           CUST-TAX-EXEMPT BY SNP-TAX-EXEMPT
           CUST-TAX-CERT BY SNP-TAX-CERT.

      * This run's snapshot of the master, for the next run to
      * measure against
       FD  SNAPSHOT-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  SNAPSHOT-OUT-RECORD         PIC X(194).

      * CUSTSTMT's handoff record - the CRM feed refuses to ship a
      * night the chain did not finish unless a HANDOFF-OVERRIDE=Y

      * The master record must survive a delete emission, which
      * builds the CSV line from the snapshot in the same FD buffer
       01  WS-SAVED-CUSTOMER           PIC X(194).

       01  WS-DELTA-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(8) VALUE ZEROS.
