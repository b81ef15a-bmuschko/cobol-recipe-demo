      * which refuses to post against extracts from a night that did *
      * not balance. Shared here so the writer and the reader can    *
      * never drift apart.                                            *
      * A partitioned night writes one record per partition, carrying *
      * its number, its CUST-ID range and its record counts, and      *
      * CUSTBMRG proves them against the merged extracts before it    *
      * writes the whole night's record, numbered partition 00 like   *
      * an unpartitioned run's, for CUSTPOST to verify.               *
      *****************************************************************
       01  CONTROL-TOTALS-RECORD.
           05  TOT-RUN-DATE            PIC 9(8).
           05  TOT-REJECT-AMT          PIC S9(11)V99 COMP-3.
           05  TOT-SKIP-AMT            PIC S9(11)V99 COMP-3.
           05  TOT-BALANCE-FLAG        PIC X(1).
           05  TOT-PARTITION-NO        PIC 9(2).
           05  TOT-LOW-CUST-ID         PIC 9(8).
           05  TOT-HIGH-CUST-ID        PIC 9(8).
           05  TOT-RECORD-COUNTS.
               10  TOT-READ-COUNT      PIC 9(8).
               10  TOT-WRITE-COUNT     PIC 9(8).
               10  TOT-SKIP-COUNT      PIC 9(8).
               10  TOT-ERROR-COUNT     PIC 9(8).
               10  TOT-DUPLICATE-COUNT PIC 9(8).
               10  TOT-OVERLIMIT-COUNT PIC 9(8).
               10  TOT-REGION-NE-COUNT PIC 9(8).
               10  TOT-REGION-SO-COUNT PIC 9(8).
               10  TOT-REGION-MW-COUNT PIC 9(8).
               10  TOT-REGION-WE-COUNT PIC 9(8).
               10  TOT-REGION-OT-COUNT PIC 9(8).
               10  TOT-PENDING-COUNT   PIC 9(8).
               10  TOT-CLOSED-COUNT    PIC 9(8).
           05  FILLER                  PIC X(17).
