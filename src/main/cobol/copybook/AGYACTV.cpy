      *****************************************************************
      * AGYACTV - Inbound Collection Agency Activity Record            *
      * One record per item on an agency's activity file, read by     *
      * CUSTAGIN. AGA-ACTIVITY-TYPE: C = collection - AGA-GROSS-AMT  *
      * is what the agency collected from the customer and           *
      * AGA-COMMISSION-AMT is the share the agency kept, so the net  *
      * we receive is the difference; X = the agency returns the     *
      * account to us as uncollectable. AGA-AGENCY-REF is the        *
      * agency's own item reference, carried onto the report for     *
      * reconciliation with their remittance. Amounts are unsigned.  *
      * Shared here so the reader and the agencies' specification    *
      * can never drift apart.                                        *
      *****************************************************************
       01  AGENCY-ACTIVITY-RECORD.
           05  AGA-AGENCY-CODE         PIC X(4).
           05  AGA-CUST-ID             PIC 9(8).
           05  AGA-ACTIVITY-TYPE       PIC X(1).
           05  AGA-ACTIVITY-DATE       PIC 9(8).
           05  AGA-GROSS-AMT           PIC 9(7)V99.
           05  AGA-COMMISSION-AMT      PIC 9(7)V99.
           05  AGA-AGENCY-REF          PIC X(12).
           05  FILLER                  PIC X(09).
