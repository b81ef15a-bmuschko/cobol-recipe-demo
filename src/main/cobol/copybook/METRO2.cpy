      *****************************************************************
      * METRO2 - Credit Bureau Reporting Records (Metro 2 format)     *
      * The monthly file CUSTBURO sends the consumer credit bureaus,  *
      * in the 426-byte fixed-length character format: one header     *
      * record naming the reporter, one base segment per reportable   *
      * account, and one trailer carrying the base segment count, the *
      * count of each account status code sent and the count of each  *
      * optional segment (none are sent today, so those totals go out *
      * zero). Dates are MMDDYYYY and amounts whole dollars, as the   *
      * format requires. The three layouts share one record area.     *
      * M2B-ACCOUNT-STATUS codes sent: 11 current, 71/78/80/82/83/84  *
      * 30/60/90/120/150/180 days past due, 13 paid or closed at zero,*
      * 97 charged off with a balance, 64 charged off and paid in     *
      * full. M2B-COMPLIANCE-CODE XB marks an account the consumer is *
      * disputing. Shared here so the writer and the layout on file   *
      * with the bureaus can never drift apart.                       *
      *****************************************************************
       01  M2-HEADER-RECORD.
           05  M2H-RDW                 PIC X(4).
           05  M2H-RECORD-ID           PIC X(6).
           05  M2H-CYCLE-NUMBER        PIC X(2).
           05  M2H-INNOVIS-ID          PIC X(5).
           05  M2H-EQUIFAX-ID          PIC X(10).
           05  M2H-EXPERIAN-ID         PIC X(5).
           05  M2H-TRANSUNION-ID       PIC X(10).
           05  M2H-ACTIVITY-DATE       PIC 9(8).
           05  M2H-DATE-CREATED        PIC 9(8).
           05  M2H-PROGRAM-DATE        PIC 9(8).
           05  M2H-REVISION-DATE       PIC 9(8).
           05  M2H-REPORTER-NAME       PIC X(40).
           05  M2H-REPORTER-ADDRESS    PIC X(96).
           05  M2H-REPORTER-PHONE      PIC X(10).
           05  M2H-SOFTWARE-NAME       PIC X(40).
           05  M2H-SOFTWARE-VERSION    PIC X(5).
           05  FILLER                  PIC X(161).

       01  M2-BASE-SEGMENT.
           05  M2B-RDW                 PIC X(4).
           05  M2B-PROCESSING-IND      PIC X(1).
           05  M2B-TIME-STAMP          PIC 9(14).
           05  M2B-CORRECTION-IND      PIC X(1).
           05  M2B-IDENTIFICATION-NUM  PIC X(20).
           05  M2B-CYCLE-ID            PIC X(2).
           05  M2B-ACCOUNT-NUMBER      PIC X(30).
           05  M2B-PORTFOLIO-TYPE      PIC X(1).
           05  M2B-ACCOUNT-TYPE        PIC X(2).
           05  M2B-DATE-OPENED         PIC 9(8).
           05  M2B-CREDIT-LIMIT        PIC 9(9).
           05  M2B-HIGHEST-CREDIT      PIC 9(9).
           05  M2B-TERMS-DURATION      PIC X(3).
           05  M2B-TERMS-FREQUENCY     PIC X(1).
           05  M2B-SCHEDULED-PAYMENT   PIC 9(9).
           05  M2B-ACTUAL-PAYMENT      PIC 9(9).
           05  M2B-ACCOUNT-STATUS      PIC X(2).
           05  M2B-PAYMENT-RATING      PIC X(1).
      *    Position 1 is the month before the account information
      *    date, position 24 two years back
           05  M2B-PAYMENT-HISTORY.
               10  M2B-HISTORY-MONTH   PIC X(1) OCCURS 24 TIMES.
           05  M2B-SPECIAL-COMMENT     PIC X(2).
           05  M2B-COMPLIANCE-CODE     PIC X(2).
           05  M2B-CURRENT-BALANCE     PIC 9(9).
           05  M2B-AMOUNT-PAST-DUE     PIC 9(9).
           05  M2B-CHARGE-OFF-AMOUNT   PIC 9(9).
           05  M2B-ACCOUNT-INFO-DATE   PIC 9(8).
           05  M2B-FIRST-DELINQUENCY   PIC 9(8).
           05  M2B-DATE-CLOSED         PIC 9(8).
           05  M2B-LAST-PAYMENT-DATE   PIC 9(8).
           05  M2B-INTEREST-TYPE       PIC X(1).
           05  FILLER                  PIC X(16).
           05  M2B-TRANSACTION-TYPE    PIC X(1).
           05  M2B-SURNAME             PIC X(25).
           05  M2B-FIRST-NAME          PIC X(20).
           05  M2B-MIDDLE-NAME         PIC X(20).
           05  M2B-GENERATION-CODE     PIC X(1).
           05  M2B-SSN                 PIC 9(9).
           05  M2B-DATE-OF-BIRTH       PIC 9(8).
           05  M2B-TELEPHONE           PIC 9(10).
           05  M2B-ECOA-CODE           PIC X(1).
           05  M2B-CONSUMER-INFO-IND   PIC X(2).
           05  M2B-COUNTRY-CODE        PIC X(2).
           05  M2B-ADDRESS-LINE-1      PIC X(32).
           05  M2B-ADDRESS-LINE-2      PIC X(32).
           05  M2B-CITY                PIC X(20).
           05  M2B-STATE               PIC X(2).
           05  M2B-POSTAL-CODE         PIC X(9).
           05  M2B-ADDRESS-IND         PIC X(1).
           05  M2B-RESIDENCE-CODE      PIC X(1).

       01  M2-TRAILER-RECORD.
           05  M2T-RDW                 PIC X(4).
           05  M2T-RECORD-ID           PIC X(7).
           05  M2T-TOTAL-BASE          PIC 9(9).
           05  FILLER                  PIC X(9).
           05  M2T-TOTAL-STATUS-DF     PIC 9(9).
           05  M2T-TOTAL-J1            PIC 9(9).
           05  M2T-TOTAL-J2            PIC 9(9).
           05  M2T-BLOCK-COUNT         PIC 9(9).
           05  M2T-TOTAL-STATUS-DA     PIC 9(9).
           05  M2T-TOTAL-STATUS-05     PIC 9(9).
           05  M2T-TOTAL-STATUS-11     PIC 9(9).
           05  M2T-TOTAL-STATUS-13     PIC 9(9).
           05  M2T-TOTAL-STATUS-64     PIC 9(9).
           05  M2T-TOTAL-STATUS-71     PIC 9(9).
           05  M2T-TOTAL-STATUS-78     PIC 9(9).
           05  M2T-TOTAL-STATUS-80     PIC 9(9).
           05  M2T-TOTAL-STATUS-82     PIC 9(9).
           05  M2T-TOTAL-STATUS-83     PIC 9(9).
           05  M2T-TOTAL-STATUS-84     PIC 9(9).
           05  M2T-TOTAL-STATUS-97     PIC 9(9).
           05  M2T-TOTAL-ECOA-Z        PIC 9(9).
           05  M2T-TOTAL-K1            PIC 9(9).
           05  M2T-TOTAL-K2            PIC 9(9).
           05  M2T-TOTAL-K3            PIC 9(9).
           05  M2T-TOTAL-K4            PIC 9(9).
           05  M2T-TOTAL-L1            PIC 9(9).
           05  M2T-TOTAL-N1            PIC 9(9).
           05  M2T-TOTAL-SSN           PIC 9(9).
           05  M2T-TOTAL-DOB           PIC 9(9).
           05  M2T-TOTAL-TELEPHONE     PIC 9(9).
           05  FILLER                  PIC X(163).
