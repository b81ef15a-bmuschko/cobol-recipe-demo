      *****************************************************************
      * CRBAL - Credit-Balance Disposition Record Layout               *
      * One record per customer whose credit balance the CUSTRFND    *
      * refund run has dealt with, keyed by CRB-CUST-ID. A refund    *
      * (CRB-DISPOSITION R) records the check request sent to        *
      * accounts payable, so a rerun before CUSTPOST has posted the  *
      * offsetting debit never requests the same refund twice. An    *
      * unclaimed credit (CRB-DISPOSITION U) belongs to a customer   *
      * we cannot reach and is held for the annual unclaimed-        *
      * property report CUSTESCH prints by CRB-STATE; each refund    *
      * run refreshes its amount and CRB-LAST-SEEN-DATE, while       *
      * CRB-FIRST-DATE keeps the date it was first held.             *
      * CRB-REASON on an unclaimed credit: C = customer closed,      *
      * M = mail returned undeliverable, D = dormant past the        *
      * dormancy period. A later disposition replaces the record.    *
      * Shared here so the writer and the readers can never drift    *
      * apart.                                                        *
      *****************************************************************
       01  CREDIT-BALANCE-RECORD.
           05  CRB-CUST-ID             PIC 9(8).
           05  CRB-DISPOSITION         PIC X(1).
               88  CRB-REFUNDED        VALUE 'R'.
               88  CRB-UNCLAIMED       VALUE 'U'.
           05  CRB-AMOUNT              PIC S9(7)V99 COMP-3.
           05  CRB-STATE               PIC X(02).
           05  CRB-REASON              PIC X(1).
               88  CRB-CLOSED          VALUE 'C'.
               88  CRB-MAIL-RETURNED   VALUE 'M'.
               88  CRB-DORMANT         VALUE 'D'.
           05  CRB-FIRST-DATE          PIC 9(8).
           05  CRB-LAST-SEEN-DATE      PIC 9(8).
           05  CRB-LAST-ACTIVITY-DATE  PIC 9(8).
           05  FILLER                  PIC X(19).
