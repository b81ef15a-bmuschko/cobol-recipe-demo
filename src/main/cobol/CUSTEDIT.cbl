      *   INVP  CUST-PHONE not in NNN-NNN-NNNN form                   *
      *   INVE  CUST-EMAIL not structurally valid                     *
      *   INVC  CUST-CYCLE-CODE not a billing cycle (00-12)           *
      *   INVX  CUST-TAX-EXEMPT not Y, N or blank, or exempt with no  *
      *         certificate number on file                            *
      * The first failed edit is returned in the result area; a       *
      * return code of zero means the record passed them all.         *
      *****************************************************************
           IF EDIT-RETURN-CODE = ZERO
               PERFORM 6000-EDIT-CYCLE
           END-IF
           IF EDIT-RETURN-CODE = ZERO
               PERFORM 7000-EDIT-TAX-EXEMPTION
           END-IF
           GOBACK.

       1000-EDIT-NAME.
               MOVE 'BILLING CYCLE NOT 00 THROUGH 12'
                   TO EDIT-REASON-DESC
           END-IF.

       7000-EDIT-TAX-EXEMPTION.
      *    An exemption is only as good as the certificate behind it
      *    - the tax filer has to be able to produce one for every
      *    exempt sale
           EVALUATE TRUE
               WHEN CUST-TAX-EXEMPT NOT = 'Y'
               AND CUST-TAX-EXEMPT NOT = 'N'
               AND CUST-TAX-EXEMPT NOT = SPACE
                   MOVE 8 TO EDIT-RETURN-CODE
                   MOVE 'INVX' TO EDIT-REASON-CODE
                   MOVE 'TAX EXEMPT FLAG NOT Y OR N'
                       TO EDIT-REASON-DESC
               WHEN CUST-TAX-EXEMPT = 'Y'
               AND CUST-TAX-CERT = SPACES
                   MOVE 8 TO EDIT-RETURN-CODE
                   MOVE 'INVX' TO EDIT-REASON-CODE
                   MOVE 'TAX EXEMPT WITH NO CERTIFICATE NUMBER'
                       TO EDIT-REASON-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
