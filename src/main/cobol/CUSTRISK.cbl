           CUST-BALANCE BY OVR-BALANCE
           CUST-CREDIT-LIMIT BY OVR-CREDIT-LIMIT
           CUST-LAST-UPDATE BY OVR-LAST-UPDATE
           CUST-CYCLE-CODE BY OVR-CYCLE-CODE
           CUST-TAX-EXEMPT BY OVR-TAX-EXEMPT
           CUST-TAX-CERT BY OVR-TAX-CERT.

       FD  DUNNING-STATE-FILE.
       COPY DUNSTATE.
