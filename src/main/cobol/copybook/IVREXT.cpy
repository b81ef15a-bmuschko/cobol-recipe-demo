      *****************************************************************
      * IVREXT - Self-Service Balance Extract Record                  *
      * The nightly file CUSTIVR sends the phone IVR vendor and the   *
      * web self-service portal so they can answer "what is my        *
      * balance and when is it due" without a call to us. Fixed       *
      * format, all display, one header record, one detail record per *
      * active or charged-off customer in CUST-ID order, and one      *
      * trailer carrying the detail count and a hash of the balances  *
      * sent, so the receiving side can prove it loaded the whole     *
      * file. Amounts carry an explicit '+' or '-' sign byte ahead of *
      * an unsigned value rather than an overpunched sign.            *
      * IVR-RESTRICTED-FLAG 'Y' tells the self-service side to give   *
      * no account detail and route the caller to an agent;           *
      * IVR-RESTRICT-REASON says why: W = charged off, C = in         *
      * collections (final demand or referred to an agency).          *
      * Shared here so the writer and the layout handed to the        *
      * vendors can never drift apart.                                *
      *****************************************************************
       01  IVR-EXTRACT-RECORD.
           05  IVR-RECORD-TYPE         PIC X(1).
               88  IVR-HEADER          VALUE 'H'.
               88  IVR-DETAIL          VALUE 'D'.
               88  IVR-TRAILER         VALUE 'T'.
           05  IVR-DETAIL-DATA.
               10  IVR-CUST-ID         PIC 9(8).
               10  IVR-LAST-NAME       PIC X(20).
               10  IVR-PHONE           PIC X(12).
               10  IVR-ZIP             PIC X(10).
               10  IVR-STATUS          PIC X(1).
      *        Book balance less same-day memo payments not yet posted
               10  IVR-BALANCE-SIGN    PIC X(1).
               10  IVR-BALANCE         PIC 9(7)V99.
               10  IVR-LAST-PAY-AMT    PIC 9(7)V99.
               10  IVR-LAST-PAY-DATE   PIC 9(8).
      *        Zero when nothing is due
               10  IVR-NEXT-DUE-DATE   PIC 9(8).
               10  IVR-MINIMUM-DUE     PIC 9(7)V99.
               10  IVR-PAST-DUE-AMT    PIC 9(7)V99.
               10  IVR-RESTRICTED-FLAG PIC X(1).
                   88  IVR-RESTRICTED  VALUE 'Y'.
                   88  IVR-UNRESTRICTED VALUE 'N'.
               10  IVR-RESTRICT-REASON PIC X(1).
                   88  IVR-CHARGED-OFF VALUE 'W'.
                   88  IVR-IN-COLLECTIONS VALUE 'C'.
               10  FILLER              PIC X(43).
           05  IVR-HEADER-DATA REDEFINES IVR-DETAIL-DATA.
               10  IVR-HDR-FILE-ID     PIC X(8).
               10  IVR-HDR-RUN-DATE    PIC 9(8).
               10  IVR-HDR-RUN-TIME    PIC 9(6).
               10  FILLER              PIC X(127).
           05  IVR-TRAILER-DATA REDEFINES IVR-DETAIL-DATA.
               10  IVR-TRL-RECORD-COUNT PIC 9(8).
               10  IVR-TRL-HASH-SIGN   PIC X(1).
               10  IVR-TRL-BALANCE-HASH PIC 9(11)V99.
               10  IVR-TRL-RESTRICTED-COUNT PIC 9(8).
               10  FILLER              PIC X(119).
