           CUST-BALANCE BY COR-BALANCE
           CUST-CREDIT-LIMIT BY COR-CREDIT-LIMIT
           CUST-LAST-UPDATE BY COR-LAST-UPDATE
           CUST-CYCLE-CODE BY COR-CYCLE-CODE
           CUST-TAX-EXEMPT BY COR-TAX-EXEMPT
           CUST-TAX-CERT BY COR-TAX-CERT.

      * Corrected records that passed revalidation, written in
      * CUST-ID sequence for merge into the next cycle's input
           CUST-BALANCE BY NXT-BALANCE
           CUST-CREDIT-LIMIT BY NXT-CREDIT-LIMIT
           CUST-LAST-UPDATE BY NXT-LAST-UPDATE
           CUST-CYCLE-CODE BY NXT-CYCLE-CODE
           CUST-TAX-EXEMPT BY NXT-TAX-EXEMPT
           CUST-TAX-CERT BY NXT-TAX-CERT.

       FD  REPORT-FILE
           RECORDING MODE IS F
