      *****************************************************************
      * AGYPLACE - Collection Agency Placement Record Layout           *
      * One record per customer ever placed with a collection agency, *
      * keyed by PLC-CUST-ID, with an alternate key on               *
      * PLC-AGENCY-CODE (duplicates allowed) so the placement        *
      * register can list each agency's accounts together. Written   *
      * by the CUSTAGPL weekly placement run when an account referred *
      * by CUSTDUN is sent out, and closed by it when the account is  *
      * recalled. CUSTAGIN adds each collection the agency reports -  *
      * gross, the agency's commission, and the net we received. A   *
      * customer placed again after a recall replaces the record, but *
      * the placement it replaces - agency, status, dates, close      *
      * reason and net received - is kept in the PLC-PRIOR- fields,   *
      * and PLC-PLACEMENT-COUNT says how many times the account has   *
      * been sent out.                                                *
      * PLC-STATUS: P = at the agency, R = recalled by us,           *
      * X = returned by the agency as uncollectable.                 *
      * PLC-CLOSE-REASON: D = customer paid us directly, M = manual  *
      * recall by control card, A = agency returned the account.     *
      * Shared here so the writers and the readers can never drift   *
      * apart.                                                        *
      *****************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05  PLC-CUST-ID             PIC 9(8).
           05  PLC-AGENCY-CODE         PIC X(4).
           05  PLC-STATUS              PIC X(1).
               88  PLC-PLACED          VALUE 'P'.
               88  PLC-RECALLED        VALUE 'R'.
               88  PLC-AGENCY-RETURNED VALUE 'X'.
           05  PLC-PLACED-DATE         PIC 9(8).
           05  PLC-PLACED-AMT          PIC S9(7)V99 COMP-3.
           05  PLC-COLLECTED-AMT       PIC S9(7)V99 COMP-3.
           05  PLC-COMMISSION-AMT      PIC S9(7)V99 COMP-3.
           05  PLC-NET-AMT             PIC S9(7)V99 COMP-3.
           05  PLC-COLLECTION-COUNT    PIC 9(5).
           05  PLC-LAST-ACTIVITY-DATE  PIC 9(8).
           05  PLC-CLOSED-DATE         PIC 9(8).
           05  PLC-CLOSE-REASON        PIC X(1).
               88  PLC-PAID-DIRECT     VALUE 'D'.
               88  PLC-MANUAL-RECALL   VALUE 'M'.
               88  PLC-RETURNED-BY-AGENCY VALUE 'A'.
           05  PLC-PLACEMENT-COUNT     PIC 9(3).
           05  PLC-PRIOR-AGENCY-CODE   PIC X(4).
           05  PLC-PRIOR-STATUS        PIC X(1).
           05  PLC-PRIOR-PLACED-DATE   PIC 9(8).
           05  PLC-PRIOR-CLOSED-DATE   PIC 9(8).
           05  PLC-PRIOR-CLOSE-REASON  PIC X(1).
           05  PLC-PRIOR-NET-AMT       PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(7).
