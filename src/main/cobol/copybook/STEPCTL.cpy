      * that step touches any data. STP-BALANCE-FLAG is 'B' when the *
      * writing step completed in balance; a stale run date or any   *
      * other flag makes the downstream step refuse to run unless a  *
      * HANDOFF-OVERRIDE=Y control card says otherwise. CUSTLBX     *
      * writes one as well, as does CUSTCHGO whenever it writes      *
      * accounts off, and CUSTACH on each business day it sends      *
      * autopay debits; GLINTF ties each money-moving step's         *
      * GL activity to its STP-AMOUNT before releasing the journal.  *
      * Shared here so the writers and the readers can never drift   *
      * apart.                                                        *
      *****************************************************************
       01  STEP-CONTROL-RECORD.
           05  STP-STEP-NAME           PIC X(8).
