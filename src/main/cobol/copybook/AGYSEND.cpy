      *****************************************************************
      * AGYSEND - Outbound Collection Agency Exchange Records          *
      * The weekly file CUSTAGPL sends to the collection agencies:    *
      * one header, then a P record for every account newly placed   *
      * and an R record for every account recalled, then one trailer *
      * with the counts and the placed dollars so the agency can     *
      * verify the file. AGS-RECORD-TYPE tells the three layouts     *
      * apart. A placement carries the customer's name, address,     *
      * phone, balance and the aging spread it is made of; a recall  *
      * carries the account and the reason it is being pulled back   *
      * (D = customer paid us directly, M = recalled by us for       *
      * another reason). Amounts are unsigned - only live debit      *
      * balances are placed. Shared here so the writer and the       *
      * agencies' specification can never drift apart.              *
      *****************************************************************
       01  AGENCY-SEND-RECORD.
           05  AGS-RECORD-TYPE         PIC X(1).
           05  AGS-AGENCY-CODE         PIC X(4).
           05  AGS-CUST-ID             PIC 9(8).
           05  AGS-FIRST-NAME          PIC X(15).
           05  AGS-LAST-NAME           PIC X(20).
           05  AGS-STREET              PIC X(30).
           05  AGS-CITY                PIC X(20).
           05  AGS-STATE               PIC X(02).
           05  AGS-ZIP                 PIC X(10).
           05  AGS-PHONE               PIC X(12).
           05  AGS-BALANCE             PIC 9(7)V99.
           05  AGS-CURRENT-AMT         PIC 9(7)V99.
           05  AGS-30-AMT              PIC 9(7)V99.
           05  AGS-60-AMT              PIC 9(7)V99.
           05  AGS-90-AMT              PIC 9(7)V99.
           05  AGS-120-AMT             PIC 9(7)V99.
           05  AGS-PLACED-DATE         PIC 9(8).
           05  AGS-RECALL-REASON       PIC X(1).
           05  FILLER                  PIC X(15).
       01  AGENCY-SEND-HEADER.
           05  AGH-RECORD-TYPE         PIC X(1).
           05  AGH-FILE-DATE           PIC 9(8).
           05  AGH-SENDER-ID           PIC X(20).
           05  FILLER                  PIC X(171).
       01  AGENCY-SEND-TRAILER.
           05  AGT-RECORD-TYPE         PIC X(1).
           05  AGT-PLACEMENT-COUNT     PIC 9(7).
           05  AGT-RECALL-COUNT        PIC 9(7).
           05  AGT-PLACED-AMOUNT       PIC 9(9)V99.
           05  FILLER                  PIC X(174).
