      *****************************************************************
      * CUSTHIER - Account Hierarchy (Parent/Child Group) Record      *
      * Links the branch accounts of one company to the account that  *
      * is billed for the group, keyed by HIR-CUST-ID. The parent     *
      * carries a record of its own (HIR-ROLE 'P', HIR-PARENT-ID      *
      * equal to itself) holding the group credit limit; each         *
      * branch carries an HIR-ROLE 'C' record naming its parent.      *
      * Browsing the HIR-PARENT-ID alternate key on a parent ID       *
      * therefore returns the whole group, parent included. Groups    *
      * are one level deep and an account belongs to one group at     *
      * most. Maintained from CUSTMGMT function H; read by ORDENTRY,  *
      * ORDCICS and CUSTBATCH for the group credit limit, by          *
      * CUSTSTMT for the consolidated statement and by CUSTDUN to     *
      * dun the group as one account. Shared here so the writer and   *
      * the readers can never drift apart.                            *
      *****************************************************************
       01  HIERARCHY-RECORD.
           05  HIR-CUST-ID             PIC 9(8).
           05  HIR-PARENT-ID           PIC 9(8).
           05  HIR-ROLE                PIC X(1).
               88  HIR-IS-PARENT       VALUE 'P'.
               88  HIR-IS-CHILD        VALUE 'C'.
      *    Group credit limit - carried on the parent record only,
      *    zero on a branch record
           05  HIR-GROUP-LIMIT         PIC S9(7)V99 COMP-3.
           05  HIR-LINKED-DATE         PIC 9(8).
           05  HIR-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(20).
