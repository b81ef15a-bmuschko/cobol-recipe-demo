      *****************************************************************
      * CONTNOTE - Collector Contact Note Record                      *
      * One record per conversation or contact with a customer -      *
      * what was said, not just what was promised. Keyed by           *
      * NTE-CUST-ID plus NTE-SEQ-STAMP, the contact timestamp         *
      * subtracted from sixteen nines, so a keyed browse from the     *
      * customer's ID returns the newest note first.                  *
      * NTE-TIMESTAMP is the date and time, to the hundredth of a     *
      * second, the note was taken. Written by CUSTMGMT (function N)  *
      * and by the CUSTCICS notes screen (PF9 from the detail         *
      * screen); read newest first by both, by CUSTDUN to flag        *
      * ladder customers with no recent contact, and by the CUSTCOLR  *
      * collector activity report.                                    *
      * NTE-CONTACT-TYPE: I = inbound call, O = outbound call,        *
      * L = letter, E = email. NTE-OUTCOME-CODE: PP = promise to      *
      * pay, PM = payment made, CB = call back requested, NA = no     *
      * answer, LM = left message, WN = wrong number, DP = disputes   *
      * the balance, RP = refused to pay, SE = letter or email sent,  *
      * IN = information only. Shared here so the writers and the     *
      * readers can never drift apart.                                *
      *****************************************************************
       01  CONTACT-NOTE-RECORD.
           05  NTE-KEY.
               10  NTE-CUST-ID         PIC 9(8).
               10  NTE-SEQ-STAMP       PIC 9(16).
           05  NTE-TIMESTAMP.
               10  NTE-DATE            PIC 9(8).
               10  NTE-TIME            PIC 9(8).
           05  NTE-TIMESTAMP-NUM REDEFINES NTE-TIMESTAMP
                                       PIC 9(16).
           05  NTE-OPERATOR-ID         PIC X(8).
           05  NTE-CONTACT-TYPE        PIC X(1).
               88  NTE-INBOUND-CALL    VALUE 'I'.
               88  NTE-OUTBOUND-CALL   VALUE 'O'.
               88  NTE-LETTER          VALUE 'L'.
               88  NTE-EMAIL           VALUE 'E'.
               88  NTE-VALID-TYPE      VALUE 'I' 'O' 'L' 'E'.
           05  NTE-OUTCOME-CODE        PIC X(2).
               88  NTE-VALID-OUTCOME   VALUE 'PP' 'PM' 'CB' 'NA'
                                             'LM' 'WN' 'DP' 'RP'
                                             'SE' 'IN'.
           05  NTE-TEXT                PIC X(120).
           05  FILLER                  PIC X(13).
