      *****************************************************************
      * DISPUTE - Invoice Dispute Record Layout                        *
      * One record per disputed invoice, keyed by DSP-INV-NUMBER,    *
      * with an alternate key on DSP-CUST-ID (duplicates allowed) so *
      * the batch steps can total a customer's open disputes in one *
      * browse. Opened and resolved by the dispute function in       *
      * CUSTMGMT. While DSP-STATUS is O the disputed amount is held  *
      * out of the aged dollars CUSTFEE assesses on and out of the   *
      * over-limit test CUSTBATCH runs for the CUSTDUN extract;      *
      * CUSTDISP ages what is still open. DSP-RESOLUTION-CODE: C =   *
      * credit issued to the customer, U = upheld (customer owes),   *
      * W = withdrawn by the customer. Reopening a resolved invoice *
      * replaces the record. Shared here so the writer and the       *
      * readers can never drift apart.                                *
      *****************************************************************
       01  DISPUTE-RECORD.
           05  DSP-INV-NUMBER          PIC 9(8).
           05  DSP-CUST-ID             PIC 9(8).
           05  DSP-STATUS              PIC X(1).
               88  DSP-OPEN            VALUE 'O'.
               88  DSP-RESOLVED        VALUE 'R'.
           05  DSP-REASON-CODE         PIC X(4).
               88  DSP-REASON-VALID    VALUE 'PRIC' 'QNTY' 'DMGD'
                                             'NREC' 'DUPL' 'OTHR'.
           05  DSP-REASON-TEXT         PIC X(40).
           05  DSP-AMOUNT              PIC S9(7)V99 COMP-3.
           05  DSP-OPENED-DATE         PIC 9(8).
           05  DSP-OPENED-BY           PIC X(8).
           05  DSP-RESOLVED-DATE       PIC 9(8).
           05  DSP-RESOLVED-BY         PIC X(8).
           05  DSP-RESOLUTION-CODE     PIC X(1).
               88  DSP-RES-CREDITED    VALUE 'C'.
               88  DSP-RES-UPHELD      VALUE 'U'.
               88  DSP-RES-WITHDRAWN   VALUE 'W'.
           05  DSP-RESOLUTION-TEXT     PIC X(40).
           05  FILLER                  PIC X(21).
