      * starts a browse at a keyed (or partial) customer ID, and      *
      * PF7/PF8 page the browse backward and forward; keying a row    *
      * number on the browse screen drops into the detail display.    *
      * PF6 on the detail screen takes an order for the customer      *
      * shown, transferring to ORDCICS; PF3 there comes back here.    *
      * PF9 on the detail screen opens the customer's contact notes -  *
      * newest first, with the balance, risk grade and memo payments  *
      * - and a new note keyed there is filed when ENTER is pressed;  *
      * PF3 on the notes screen goes back to the detail display.      *
      * PF10 on the detail screen shows the customer's change history *
      * - every field changed on the master, newest first, with the   *
      * program, user, and the value before and after - PF8 pages on  *
      * and PF3 goes back to the detail display. Adds and deletes     *
      * made here are journaled the same way.                         *
      *****************************************************************

       ENVIRONMENT DIVISION.
              88 WS-BROWSE-DONE    VALUE 'Y'.
              88 WS-BROWSE-MORE    VALUE 'N'.

      *    Contact notes screen - the customer, the latest notes on
      *    file one line apiece, and the fields of a new note
       01  WS-NOTE-MAP-DATA.
           05 WS-NTM-CUSTID        PIC X(10).
           05 WS-NTM-NAME          PIC X(36).
           05 WS-NTM-BALANCE       PIC ZZZ,ZZ9.99-.
           05 WS-NTM-RISK-GRADE    PIC X(1).
           05 WS-NTM-MEMO-AMOUNT   PIC ZZZ,ZZ9.99-.
           05 WS-NTM-LINE          PIC X(79) OCCURS 8 TIMES.
           05 WS-NTM-TYPE          PIC X(1).
           05 WS-NTM-OUTCOME       PIC X(2).
           05 WS-NTM-TEXT          PIC X(120).
           05 WS-NTM-MSG           PIC X(60).

       01  WS-NOTE-LINE.
           05 WS-NTL-DATE          PIC 9999/99/99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NTL-HH            PIC 9(2).
           05 FILLER               PIC X(1) VALUE ':'.
           05 WS-NTL-MM            PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NTL-OPERATOR      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NTL-TYPE          PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NTL-OUTCOME       PIC X(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-NTL-TEXT          PIC X(48).

      *    Change history screen - the customer and one line per
      *    field changed, newest first
       01  WS-HISTORY-MAP-DATA.
           05 WS-HSM-CUSTID        PIC X(10).
           05 WS-HSM-NAME          PIC X(36).
           05 WS-HSM-LINE          PIC X(79) OCCURS 12 TIMES.
           05 WS-HSM-MSG           PIC X(60).

       01  WS-HISTORY-LINE.
           05 WS-HSL-DATE          PIC 9999/99/99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-HSL-HH            PIC 9(2).
           05 FILLER               PIC X(1) VALUE ':'.
           05 WS-HSL-MM            PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-HSL-PROGRAM       PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-HSL-OPERATOR      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-HSL-FIELD         PIC X(12).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WS-HSL-BEFORE        PIC X(14).
           05 FILLER               PIC X(3) VALUE ' > '.
           05 WS-HSL-AFTER         PIC X(14).

       01  WS-HISTORY-WORK.
           05 WS-HST-KEY.
              10 WS-HST-KEY-CUST   PIC 9(8).
              10 WS-HST-KEY-REST   PIC X(22).
           05 WS-HST-CUST-ID       PIC 9(8).
           05 WS-HST-INDEX         PIC S9(4) COMP.
           05 WS-HST-PAGE-SIZE     PIC S9(4) COMP VALUE 12.
           05 WS-HST-EDIT-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
           05 WS-HST-DONE-FLAG     PIC X(1).
              88 WS-HISTORY-DONE   VALUE 'Y'.
              88 WS-HISTORY-MORE   VALUE 'N'.

      *    Writing the change journal - the entries CUSTJBLD builds
      *    are filed one by one under the signed-on user
       01  WS-JOURNAL-WORK.
           05 WS-JRN-USERID        PIC X(8).
           05 WS-JRN-INDEX         PIC S9(4) COMP.
           05 WS-JRN-RETRY-COUNT   PIC S9(4) COMP.
           05 WS-JRN-RETRY-MAX     PIC S9(4) COMP VALUE 20.

       01  WS-NOTE-WORK.
           05 WS-NOTE-KEY.
              10 WS-NOTE-KEY-CUST  PIC 9(8).
              10 WS-NOTE-KEY-STAMP PIC 9(16).
           05 WS-NOTE-INDEX        PIC S9(4) COMP.
           05 WS-NOTE-USERID       PIC X(8).
           05 WS-NOTE-DONE-FLAG    PIC X(1).
              88 WS-NOTES-DONE     VALUE 'Y'.
              88 WS-NOTES-MORE     VALUE 'N'.

      *    Pseudo-conversational state carried across tasks in the
      *    commarea - browse mode plus the key window of the page
      *    on the screen, so PF7/PF8 know where to continue. The
      *    history screen keeps its own place in the same window.
       01  WS-COMM-STATE.
           05 CA-MODE              PIC X(1).
              88 CA-BROWSE-ACTIVE  VALUE 'B'.
              88 CA-ORDER-RETURN   VALUE 'O'.
              88 CA-NOTES-ACTIVE   VALUE 'N'.
              88 CA-HISTORY-ACTIVE VALUE 'H'.
           05 CA-BROWSE-WINDOW.
              10 CA-FIRST-ROW-ID   PIC X(10).
              10 CA-LAST-ROW-ID    PIC X(10).
              10 CA-ROW-COUNT      PIC 9(2).
              10 CA-ROW-ID         PIC X(10) OCCURS 10 TIMES.
      *    The customer whose history is on the screen and the key
      *    of the next change PF8 shows - spaces at the end
           05 CA-HISTORY-WINDOW REDEFINES CA-BROWSE-WINDOW.
              10 CA-HST-CUST-ID    PIC X(8).
              10 CA-HST-NEXT-KEY   PIC X(30).
              10 FILLER            PIC X(84).
      *    The customer whose notes are on the screen
           05 CA-NOTE-CUST-ID      PIC X(8).
           05 FILLER               PIC X(19).

       COPY DFHAID.
       COPY CUSTOMER.
       COPY EDITRSLT.
      *    Order entry commarea - built here when PF6 hands the
      *    customer to ORDCICS, and the area ORDCICS hands back
       COPY ORDCOMM.
       COPY NTFEVENT.
      *    Behavioral risk grade computed nightly by CUSTRISK
       COPY RISKGRD.
      *    Today's unposted counter payments per customer
       COPY MEMOPAY.
      *    Collector contact notes, keyed newest first per customer
       COPY CONTNOTE.
      *    Customer change journal, keyed newest first per customer,
      *    and the before and after images it is built from
       COPY CHGJRNL.
       COPY JRNLAREA.
       01  WS-MEMO-PACKED          PIC S9(7)V99 COMP-3.
       01  WS-EFFECTIVE-BALANCE    PIC S9(7)V99 COMP-3.
       01  WS-AVAILABLE-PACKED     PIC S9(7)V99 COMP-3.
               MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-COMM-STATE
           END-IF
           EVALUATE TRUE
               WHEN CA-ORDER-RETURN
      *            Back from order entry - show the same customer
                   MOVE WS-COMM-STATE TO CUSTOMER-RETURN-AREA
                   MOVE CRA-CUST-ID TO WS-MAP-CUSTID
                   MOVE SPACES TO WS-COMM-STATE
                   PERFORM 2000-PROCESS-REQUEST
               WHEN EIBAID = DFHPF3 AND CA-NOTES-ACTIVE
      *            Back from the notes - show the same customer
                   MOVE CA-NOTE-CUST-ID TO WS-MAP-CUSTID
                   MOVE SPACES TO WS-COMM-STATE
                   PERFORM 2000-PROCESS-REQUEST
               WHEN CA-NOTES-ACTIVE
                   PERFORM 1200-RECEIVE-NOTES-MAP
                   PERFORM 7300-ADD-CONTACT-NOTE
               WHEN EIBAID = DFHPF3 AND CA-HISTORY-ACTIVE
      *            Back from the history - show the same customer
                   MOVE CA-HST-CUST-ID TO WS-MAP-CUSTID
                   MOVE SPACES TO WS-COMM-STATE
                   PERFORM 2000-PROCESS-REQUEST
               WHEN EIBAID = DFHPF8 AND CA-HISTORY-ACTIVE
                   PERFORM 7500-SHOW-CHANGE-HISTORY
               WHEN CA-HISTORY-ACTIVE
      *            Any other key starts again from the latest change
                   MOVE SPACES TO CA-HST-NEXT-KEY
                   PERFORM 7500-SHOW-CHANGE-HISTORY
               WHEN EIBAID = DFHPF9 AND NOT CA-BROWSE-ACTIVE
                   PERFORM 1000-RECEIVE-DETAIL-MAP
                   MOVE WS-MAP-CUSTID TO CA-NOTE-CUST-ID
                   MOVE SPACES TO WS-NOTE-MAP-DATA
                   PERFORM 7200-SHOW-CONTACT-NOTES
               WHEN EIBAID = DFHPF10 AND NOT CA-BROWSE-ACTIVE
                   PERFORM 1000-RECEIVE-DETAIL-MAP
                   MOVE SPACES TO WS-COMM-STATE
                   MOVE WS-MAP-CUSTID TO CA-HST-CUST-ID
                   PERFORM 7500-SHOW-CHANGE-HISTORY
               WHEN EIBAID = DFHPF6 AND NOT CA-BROWSE-ACTIVE
                   PERFORM 1000-RECEIVE-DETAIL-MAP
                   PERFORM 7100-START-ORDER-ENTRY
               WHEN EIBAID = DFHPF2
                   PERFORM 1000-RECEIVE-DETAIL-MAP
                   PERFORM 2900-ADD-NEW-CUSTOMER
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       1200-RECEIVE-NOTES-MAP.
      *    Receive the contact notes map from the terminal - only
      *    the new-note fields are keyed, and one left empty arrives
      *    as low-values
           EXEC CICS RECEIVE MAP('NOTEMAP')
                     MAPSET('CUSTSET')
                     INTO(WS-NOTE-MAP-DATA)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR RECEIVING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF
           INSPECT WS-NOTE-MAP-DATA
               REPLACING ALL LOW-VALUE BY SPACE.

       2000-PROCESS-REQUEST.
           MOVE WS-MAP-CUSTID TO WS-CUSTOMER-ID

      *    Online adds start unassigned - the billing cycle is set
      *    through customer maintenance
           MOVE ZEROS TO CUST-CYCLE-CODE
      *    and taxable until an exemption certificate is keyed there
           MOVE 'N' TO CUST-TAX-EXEMPT
           MOVE SPACES TO CUST-TAX-CERT
      *    The online add enforces the same content edits as the
      *    nightly batch - a failed edit redisplays with the reason
      *    instead of landing a bad record on the master

               EVALUATE WS-RESPONSE-CODE
                   WHEN DFHRESP(NORMAL)
                       SET JRQ-ADD TO TRUE
                       PERFORM 7400-JOURNAL-CUSTOMER
                       PERFORM 4500-CONFIRM-ADD
                   WHEN DFHRESP(DUPREC)
                       MOVE 'CUSTOMER ALREADY EXISTS' TO WS-ERROR-MSG
               MOVE 'RECORD IN USE - TRY AGAIN' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           ELSE
      *        The record as it stands is the change journal's
      *        before image of the deleted customer
               EXEC CICS READ FILE('CUSTFILE')
                         INTO(CUSTOMER-RECORD)
                         RIDFLD(WS-CUSTOMER-ID)
                         RESP(WS-RESPONSE-CODE)
               END-EXEC
               IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
                   MOVE CUSTOMER-RECORD TO JRQ-BEFORE-IMAGE
      *            Delete a customer record
                   EXEC CICS DELETE FILE('CUSTFILE')
                             RIDFLD(WS-CUSTOMER-ID)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
               END-IF

      *        Release the lock before acting on the outcome, since
      *        the error branch below abends the transaction and
               IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'ERROR DELETING RECORD' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
               ELSE
                   SET JRQ-DELETE TO TRUE
                   PERFORM 7400-JOURNAL-CUSTOMER
               END-IF
           END-IF.

                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

       7100-START-ORDER-ENTRY.
      *    Take an order for the customer on the detail screen. The
      *    customer is read here so ORDCICS starts with a customer
      *    known to be on file; control does not come back to this
      *    program until PF3 is pressed on the order screen.
           MOVE WS-MAP-CUSTID TO WS-CUSTOMER-ID
           EXEC CICS READ FILE('CUSTFILE')
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(WS-CUSTOMER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO ORDER-ENTRY-COMMAREA
                   MOVE 'S' TO OEC-MODE
                   MOVE CUST-ID TO OEC-CUST-ID
                   STRING CUST-FIRST-NAME DELIMITED '  '
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED '  '
                          INTO OEC-CUST-NAME
                   EXEC CICS XCTL PROGRAM('ORDCICS')
                             COMMAREA(ORDER-ENTRY-COMMAREA)
                             LENGTH(LENGTH OF ORDER-ENTRY-COMMAREA)
                             RESP(WS-RESPONSE-CODE)
                   END-EXEC
                   MOVE 'ERROR STARTING ORDER ENTRY' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
               WHEN DFHRESP(NOTFND)
                   MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
               WHEN OTHER
                   MOVE 'FILE READ ERROR' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE.

       7200-SHOW-CONTACT-NOTES.
      *    The customer's notes, newest first, with the balance,
      *    risk grade and memo payments the caller will ask about.
      *    The caller leaves the customer in CA-NOTE-CUST-ID, and
      *    any message for the operator and any new note still being
      *    keyed in the map.
           MOVE CA-NOTE-CUST-ID TO WS-CUSTOMER-ID
           EXEC CICS READ FILE('CUSTFILE')
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(WS-CUSTOMER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'N' TO CA-MODE
                   PERFORM 7210-FILL-NOTES-MAP
                   PERFORM 7250-SEND-NOTES-MAP
               WHEN DFHRESP(NOTFND)
                   MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
               WHEN OTHER
                   MOVE 'FILE READ ERROR' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE.

       7210-FILL-NOTES-MAP.
           MOVE CUST-ID TO WS-NTM-CUSTID
           MOVE SPACES TO WS-NTM-NAME
           STRING CUST-FIRST-NAME DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CUST-LAST-NAME DELIMITED SPACE
                  INTO WS-NTM-NAME
           MOVE CUST-BALANCE TO WS-NTM-BALANCE
           PERFORM 3200-FETCH-RISK-GRADE
           MOVE WS-MAP-RISK-GRADE TO WS-NTM-RISK-GRADE
           PERFORM 3300-FETCH-MEMO-BALANCE
           MOVE WS-MAP-MEMO-AMOUNT TO WS-NTM-MEMO-AMOUNT
           PERFORM 7215-CLEAR-NOTE-LINE
               VARYING WS-NOTE-INDEX FROM 1 BY 1
               UNTIL WS-NOTE-INDEX > 8
      *    The key runs backward in time, so the first note at the
      *    customer's ID is the latest
           MOVE CUST-ID TO WS-NOTE-KEY-CUST
           MOVE ZEROS TO WS-NOTE-KEY-STAMP
           MOVE ZERO TO WS-NOTE-INDEX
           EXEC CICS STARTBR FILE('NOTEFILE')
                     RIDFLD(WS-NOTE-KEY)
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               SET WS-NOTES-MORE TO TRUE
               PERFORM 7220-READ-NEXT-NOTE
                   UNTIL WS-NOTES-DONE
                   OR WS-NOTE-INDEX = 8
               EXEC CICS ENDBR FILE('NOTEFILE')
               END-EXEC
           END-IF
           IF WS-NOTE-INDEX = ZERO AND WS-NTM-MSG = SPACES
               MOVE 'NO CONTACT NOTES ON FILE' TO WS-NTM-MSG
           END-IF.

       7215-CLEAR-NOTE-LINE.
           MOVE SPACES TO WS-NTM-LINE(WS-NOTE-INDEX).

       7220-READ-NEXT-NOTE.
           EXEC CICS READNEXT FILE('NOTEFILE')
                     INTO(CONTACT-NOTE-RECORD)
                     RIDFLD(WS-NOTE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               SET WS-NOTES-DONE TO TRUE
           ELSE
               IF NTE-CUST-ID NOT = CUST-ID
                   SET WS-NOTES-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-NOTE-INDEX
                   MOVE NTE-DATE TO WS-NTL-DATE
                   MOVE NTE-TIME(1:2) TO WS-NTL-HH
                   MOVE NTE-TIME(3:2) TO WS-NTL-MM
                   MOVE NTE-OPERATOR-ID TO WS-NTL-OPERATOR
                   MOVE NTE-CONTACT-TYPE TO WS-NTL-TYPE
                   MOVE NTE-OUTCOME-CODE TO WS-NTL-OUTCOME
                   MOVE NTE-TEXT TO WS-NTL-TEXT
                   MOVE WS-NOTE-LINE TO WS-NTM-LINE(WS-NOTE-INDEX)
               END-IF
           END-IF.

       7250-SEND-NOTES-MAP.
           EXEC CICS SEND MAP('NOTEMAP')
                     MAPSET('CUSTSET')
                     FROM(WS-NOTE-MAP-DATA)
                     ERASE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR SENDING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       7300-ADD-CONTACT-NOTE.
      *    ENTER on the notes screen files the note keyed there -
      *    with nothing keyed it just refreshes the list. A bad
      *    type or outcome, or a note with no text, is sent back
      *    with the reason and what was keyed left in place.
           MOVE SPACES TO WS-NTM-MSG
           IF WS-NTM-TYPE NOT = SPACES OR WS-NTM-OUTCOME NOT = SPACES
           OR WS-NTM-TEXT NOT = SPACES
               MOVE SPACES TO CONTACT-NOTE-RECORD
               MOVE WS-NTM-TYPE TO NTE-CONTACT-TYPE
               MOVE WS-NTM-OUTCOME TO NTE-OUTCOME-CODE
               MOVE WS-NTM-TEXT TO NTE-TEXT
               EVALUATE TRUE
                   WHEN NOT NTE-VALID-TYPE
                       MOVE 'CONTACT TYPE MUST BE I, O, L OR E'
                           TO WS-NTM-MSG
                   WHEN NOT NTE-VALID-OUTCOME
                       MOVE 'OUTCOME CODE NOT RECOGNIZED' TO WS-NTM-MSG
                   WHEN NTE-TEXT = SPACES
                       MOVE 'NOTE TEXT IS REQUIRED' TO WS-NTM-MSG
                   WHEN OTHER
                       PERFORM 7310-WRITE-CONTACT-NOTE
               END-EVALUATE
           END-IF
           PERFORM 7200-SHOW-CONTACT-NOTES.

       7310-WRITE-CONTACT-NOTE.
      *    The note is filed under the signed-on user; a second
      *    note in the same hundredth of a second is refused and
      *    can simply be entered again
           EXEC CICS ASSIGN USERID(WS-NOTE-USERID)
           END-EXEC
           MOVE CA-NOTE-CUST-ID TO NTE-CUST-ID
           MOVE FUNCTION CURRENT-DATE(1:16) TO NTE-TIMESTAMP
           COMPUTE NTE-SEQ-STAMP =
               9999999999999999 - NTE-TIMESTAMP-NUM
           MOVE WS-NOTE-USERID TO NTE-OPERATOR-ID
           MOVE NTE-KEY TO WS-NOTE-KEY
           EXEC CICS WRITE FILE('NOTEFILE')
                     FROM(CONTACT-NOTE-RECORD)
                     RIDFLD(WS-NOTE-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'NOTE ADDED' TO WS-NTM-MSG
                   MOVE SPACES TO WS-NTM-TYPE
                   MOVE SPACES TO WS-NTM-OUTCOME
                   MOVE SPACES TO WS-NTM-TEXT
               WHEN DFHRESP(DUPREC)
                   MOVE 'NOTE NOT ADDED - PRESS ENTER AGAIN'
                       TO WS-NTM-MSG
               WHEN OTHER
                   MOVE 'ERROR WRITING CONTACT NOTE' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE.

       7400-JOURNAL-CUSTOMER.
      *    Every add and delete made here is journaled like a batch
      *    change. CUSTJBLD does no file I/O, so it builds the
      *    entries and this task files them. The caller has set the
      *    action and the before image; CUSTOMER-RECORD is the
      *    after image. A journal that cannot be written is a file
      *    error like any other.
           EXEC CICS ASSIGN USERID(WS-JRN-USERID)
           END-EXEC
           MOVE 'CUSTCICS' TO JRQ-PROGRAM-ID
           MOVE WS-JRN-USERID TO JRQ-OPERATOR-ID
           SET JRQ-WRITE TO TRUE
           MOVE CUSTOMER-RECORD TO JRQ-AFTER-IMAGE
           CALL 'CUSTJBLD' USING JOURNAL-REQUEST
           IF JRQ-RETURN-CODE = ZERO
               PERFORM 7410-WRITE-JOURNAL-ENTRY
                   VARYING WS-JRN-INDEX FROM 1 BY 1
                   UNTIL WS-JRN-INDEX > JRQ-ENTRY-COUNT
           END-IF.

       7410-WRITE-JOURNAL-ENTRY.
      *    A key already on file - another task changing the same
      *    customer in the same hundredth of a second - steps to
      *    the next change number, which sorts as the newer change
           MOVE JRQ-ENTRY(WS-JRN-INDEX) TO CHANGE-JOURNAL-RECORD
           MOVE ZERO TO WS-JRN-RETRY-COUNT
           PERFORM 7420-PUT-JOURNAL-RECORD
           PERFORM 7430-STEP-CHANGE-NUMBER
               UNTIL WS-RESPONSE-CODE NOT = DFHRESP(DUPREC)
               OR WS-JRN-RETRY-COUNT NOT < WS-JRN-RETRY-MAX
           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR WRITING CHANGE JOURNAL' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       7420-PUT-JOURNAL-RECORD.
           EXEC CICS WRITE FILE('CHGJRNL')
                     FROM(CHANGE-JOURNAL-RECORD)
                     RIDFLD(JRN-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC.

       7430-STEP-CHANGE-NUMBER.
           ADD 1 TO WS-JRN-RETRY-COUNT
           IF JRN-CHANGE-SEQ = ZERO
               MOVE 9999 TO JRN-CHANGE-SEQ
           ELSE
               SUBTRACT 1 FROM JRN-CHANGE-SEQ
           END-IF
           PERFORM 7420-PUT-JOURNAL-RECORD.

       7500-SHOW-CHANGE-HISTORY.
      *    One page of the customer's change journal, newest first.
      *    The caller leaves the customer in CA-HST-CUST-ID and the
      *    key to carry on from in CA-HST-NEXT-KEY - spaces for the
      *    latest change. A customer deleted from the master still
      *    has a history to show.
           MOVE SPACES TO WS-HISTORY-MAP-DATA
           MOVE CA-HST-CUST-ID TO WS-CUSTOMER-ID
           MOVE CA-HST-CUST-ID TO WS-HSM-CUSTID
           EXEC CICS READ FILE('CUSTFILE')
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(WS-CUSTOMER-ID)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           EVALUATE WS-RESPONSE-CODE
               WHEN DFHRESP(NORMAL)
                   STRING CUST-FIRST-NAME DELIMITED SPACE
                          ' ' DELIMITED SIZE
                          CUST-LAST-NAME DELIMITED SPACE
                          INTO WS-HSM-NAME
               WHEN DFHRESP(NOTFND)
                   MOVE 'NOT ON THE CUSTOMER MASTER' TO WS-HSM-NAME
               WHEN OTHER
                   MOVE 'FILE READ ERROR' TO WS-ERROR-MSG
                   PERFORM 8000-HANDLE-ERROR
           END-EVALUATE
           MOVE 'H' TO CA-MODE
           PERFORM 7510-FILL-HISTORY-MAP
           PERFORM 7550-SEND-HISTORY-MAP.

       7510-FILL-HISTORY-MAP.
           MOVE CA-HST-CUST-ID TO WS-HST-CUST-ID
           IF CA-HST-NEXT-KEY = SPACES
               MOVE WS-HST-CUST-ID TO WS-HST-KEY-CUST
               MOVE ZEROS TO WS-HST-KEY-REST
           ELSE
               MOVE CA-HST-NEXT-KEY TO WS-HST-KEY
           END-IF
           MOVE SPACES TO CA-HST-NEXT-KEY
           MOVE ZERO TO WS-HST-INDEX
           EXEC CICS STARTBR FILE('CHGJRNL')
                     RIDFLD(WS-HST-KEY)
                     GTEQ
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           IF WS-RESPONSE-CODE = DFHRESP(NORMAL)
               SET WS-HISTORY-MORE TO TRUE
               PERFORM 7520-READ-NEXT-CHANGE
                   UNTIL WS-HISTORY-DONE
               EXEC CICS ENDBR FILE('CHGJRNL')
               END-EXEC
           END-IF
           EVALUATE TRUE
               WHEN WS-HST-INDEX = ZERO
                   MOVE 'NO CHANGES ON FILE - PF3 RETURN'
                       TO WS-HSM-MSG
               WHEN CA-HST-NEXT-KEY NOT = SPACES
                   MOVE 'PF8 MORE CHANGES - PF3 RETURN' TO WS-HSM-MSG
               WHEN OTHER
                   MOVE 'END OF CHANGE HISTORY - PF3 RETURN'
                       TO WS-HSM-MSG
           END-EVALUATE.

       7520-READ-NEXT-CHANGE.
      *    One change past a full page is read only to keep its key
      *    for PF8
           EXEC CICS READNEXT FILE('CHGJRNL')
                     INTO(CHANGE-JOURNAL-RECORD)
                     RIDFLD(WS-HST-KEY)
                     RESP(WS-RESPONSE-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               WHEN JRN-CUST-ID NOT = WS-HST-CUST-ID
                   SET WS-HISTORY-DONE TO TRUE
               WHEN WS-HST-INDEX = WS-HST-PAGE-SIZE
                   MOVE JRN-KEY TO CA-HST-NEXT-KEY
                   SET WS-HISTORY-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-HST-INDEX
                   PERFORM 7530-FORMAT-HISTORY-LINE
           END-EVALUATE.

       7530-FORMAT-HISTORY-LINE.
      *    Amounts are carried signed in the journal and shown
      *    edited; a long name or address shows as far as it fits
           MOVE JRN-DATE TO WS-HSL-DATE
           MOVE JRN-TIME(1:2) TO WS-HSL-HH
           MOVE JRN-TIME(3:2) TO WS-HSL-MM
           MOVE JRN-PROGRAM-ID TO WS-HSL-PROGRAM
           MOVE JRN-OPERATOR-ID TO WS-HSL-OPERATOR
           MOVE JRN-FIELD-NAME TO WS-HSL-FIELD
           IF JRN-AMOUNT-VALUE
               MOVE JRN-BEFORE-AMOUNT TO WS-HST-EDIT-AMOUNT
               MOVE WS-HST-EDIT-AMOUNT TO WS-HSL-BEFORE
               MOVE JRN-AFTER-AMOUNT TO WS-HST-EDIT-AMOUNT
               MOVE WS-HST-EDIT-AMOUNT TO WS-HSL-AFTER
           ELSE
               MOVE JRN-BEFORE-VALUE TO WS-HSL-BEFORE
               MOVE JRN-AFTER-VALUE TO WS-HSL-AFTER
           END-IF
           MOVE WS-HISTORY-LINE TO WS-HSM-LINE(WS-HST-INDEX).

       7550-SEND-HISTORY-MAP.
           EXEC CICS SEND MAP('HISTMAP')
                     MAPSET('CUSTSET')
                     FROM(WS-HISTORY-MAP-DATA)
                     ERASE
                     RESP(WS-RESPONSE-CODE)
           END-EXEC

           IF WS-RESPONSE-CODE NOT = DFHRESP(NORMAL)
               MOVE 'ERROR SENDING MAP' TO WS-ERROR-MSG
               PERFORM 8000-HANDLE-ERROR
           END-IF.

       8000-HANDLE-ERROR.
      *    Send error message to terminal
           EXEC CICS SEND TEXT
