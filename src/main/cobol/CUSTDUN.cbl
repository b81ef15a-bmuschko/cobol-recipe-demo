      * level's letter text is pushed through NOTIFYSVC to the        *
      * customer's email, and the run register shows every notice     *
      * with its level and delivery result.                            *
      * The branches of an account group (HIERFILE, kept in CUSTMGMT) *
      * are dunned as one account: the first branch of a group on     *
      * the extract climbs the ladder for the group under the         *
      * parent's ID, the notice goes to the parent with the group's   *
      * combined balance, and every later branch of the same group    *
      * is shown on the register against its parent with no notice    *
      * of its own.                                                   *
      * Every customer on the ladder with no contact note (NOTEFILE,  *
      * kept in CUSTMGMT and on the CICS notes screen) in the last    *
      * WS-NO-CONTACT-DAYS business days is flagged under the         *
      * register line with the date of the last contact, so a         *
      * collector calls before the next letter goes out.              *
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIERARCHY-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT NOTE-FILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           CUST-BALANCE BY OVR-BALANCE
           CUST-CREDIT-LIMIT BY OVR-CREDIT-LIMIT
           CUST-LAST-UPDATE BY OVR-LAST-UPDATE
           CUST-CYCLE-CODE BY OVR-CYCLE-CODE
           CUST-TAX-EXEMPT BY OVR-TAX-EXEMPT
           CUST-TAX-CERT BY OVR-TAX-CERT.

      * Persistent dunning state - one record per customer currently
      * in the dunning cycle, carried across runs.
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

      * Account groups - a group is dunned once, as its parent
       FD  HIERARCHY-FILE.
       COPY CUSTHIER.

      * Customer master - the parent's name, address and email, and
      * every member's balance for the group total
       FD  CUSTOMER-FILE.
       COPY CUSTOMER.

      * Collector contact notes, newest first per customer - the
      * latest one says when the customer was last spoken to
       FD  NOTE-FILE.
       COPY CONTNOTE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC XX.

           88  WS-QUEUE-OK             VALUE '00'.
           88  WS-QUEUE-NO-FILE        VALUE '35'.

       01  WS-HIERARCHY-STATUS         PIC XX.
           88  WS-HIERARCHY-OK         VALUE '00'.
           88  WS-HIERARCHY-NO-FILE    VALUE '35'.

       01  WS-CUSTOMER-STATUS          PIC XX.
           88  WS-CUSTOMER-OK          VALUE '00'.

       01  WS-NOTE-STATUS              PIC XX.
           88  WS-NOTE-OK              VALUE '00'.
           88  WS-NOTE-NO-FILE         VALUE '35'.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X(1) VALUE 'N'.
               88  WS-END-OF-FILE      VALUE 'Y'.
               88  WS-PROMISE-NONE     VALUE 'N'.
               88  WS-PROMISE-UNEXPIRED VALUE 'U'.
               88  WS-PROMISE-BROKEN   VALUE 'B'.
      *    A missing hierarchy file means no account groups have
      *    been set up - every customer is dunned on its own
           05  WS-HIERARCHY-AVAIL-FLAG PIC X(1) VALUE 'Y'.
               88  WS-HIERARCHY-AVAILABLE VALUE 'Y'.
               88  WS-NO-HIERARCHY-FILE VALUE 'N'.
           05  WS-GROUP-STATE          PIC X(1).
               88  WS-NOT-GROUPED      VALUE 'N'.
               88  WS-GROUP-TO-DUN     VALUE 'G'.
               88  WS-GROUP-ALREADY-DUNNED VALUE 'D'.
           05  WS-MEMBERS-EOF-FLAG     PIC X(1).
               88  WS-MEMBERS-EOF      VALUE 'Y'.
               88  WS-MEMBERS-MORE     VALUE 'N'.
      *    A missing notes file means no contact has been noted yet
      *    - every customer on the ladder is flagged
           05  WS-NOTE-AVAIL-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-NOTES-AVAILABLE  VALUE 'Y'.
               88  WS-NO-NOTE-FILE     VALUE 'N'.

      * Groups already dunned tonight, by parent ID - the extract is
      * in CUST-ID order, not group order
       01  WS-GROUP-DUNNED-TABLE.
           05  WS-GROUP-DUNNED-MAX     PIC 9(4) COMP VALUE 1000.
           05  WS-GROUP-DUNNED-COUNT   PIC 9(4) COMP VALUE ZEROS.
           05  WS-GROUP-DUNNED-ENTRY   OCCURS 1000 TIMES
                                       INDEXED BY GRD-IDX.
               10  WS-GRD-PARENT-ID    PIC 9(8).

       01  WS-GROUP-WORK.
           05  WS-GROUP-PARENT-ID      PIC 9(8).
           05  WS-GROUP-BALANCE        PIC S9(9)V99 COMP-3.
           05  WS-GROUP-MEMBER-COUNT   PIC 9(4) COMP.
           05  WS-EDIT-MEMBER-COUNT    PIC ZZZ9.
           05  WS-GROUPS-DUNNED-DISP   PIC 9(8).

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
      * the ladder holds until the spacing has passed
       01  WS-SPACING-CONTROLS.
           05  WS-NOTICE-SPACING-DAYS  PIC 9(4) COMP VALUE 5.
      *    Business days without a contact note before a customer on
      *    the ladder is flagged for a call
           05  WS-NO-CONTACT-DAYS      PIC 9(4) COMP VALUE 10.

       01  WS-CONTACT-WORK.
           05  WS-LAST-CONTACT-DATE    PIC 9(8).
           05  WS-EDIT-CONTACT-DATE    PIC 9999/99/99.
           05  WS-EDIT-CONTACT-DAYS    PIC ZZZ9.

       COPY CALAREA.

           05  WS-PROMISE-HELD-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-PROMISE-BROKEN-COUNT PIC 9(8) VALUE ZEROS.
           05  WS-LETTERED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-GROUP-BRANCH-COUNT   PIC 9(8) VALUE ZEROS.
           05  WS-NO-CONTACT-COUNT     PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-RPT-RESULT           PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-PROMISE          PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-GROUP            PIC X(23).

       01  WS-REPORT-TOTAL.
           05  FILLER                PIC X(14) VALUE 'FIRST NOTICE:'.
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-ERROR-HANDLER
           END-IF
           PERFORM 1060-OPEN-HIERARCHY
           PERFORM 1070-OPEN-NOTES
           PERFORM 1030-WRITE-PAGE-HEADER
           PERFORM 1100-READ-OVERLIMIT.

       1060-OPEN-HIERARCHY.
      *    The customer master is only needed to dun a group, so it
      *    is opened only when groups exist
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-NO-FILE
               SET WS-NO-HIERARCHY-FILE TO TRUE
           ELSE
               IF NOT WS-HIERARCHY-OK
                   MOVE WS-HIERARCHY-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING HIERARCHY FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUSTOMER-OK
                   MOVE WS-CUSTOMER-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CUSTOMER FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       1070-OPEN-NOTES.
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-NO-FILE
               SET WS-NO-NOTE-FILE TO TRUE
           ELSE
               IF NOT WS-NOTE-OK
                   MOVE WS-NOTE-STATUS TO WS-FILE-STATUS
                   MOVE 'ERROR OPENING CONTACT NOTE FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-ERROR-HANDLER
               END-IF
           END-IF.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           END-IF.

       2000-PROCESS-OVERLIMIT.
           MOVE SPACES TO WS-RPT-GROUP
           PERFORM 2010-RESOLVE-GROUP
           IF WS-GROUP-ALREADY-DUNNED
               PERFORM 2450-WRITE-BRANCH-DETAIL
           ELSE
               IF WS-GROUP-TO-DUN
                   PERFORM 2020-DUN-AS-GROUP
               END-IF
               PERFORM 2100-ESCALATE-CUSTOMER
               IF WS-NOTICE-HELD
                   MOVE 'HELD' TO WS-RPT-RESULT
               ELSE
                   PERFORM 2200-BUILD-NOTICE-TEXT
                   PERFORM 2300-SEND-NOTICE
               END-IF
               PERFORM 2400-WRITE-REGISTER-DETAIL
               IF WS-RPT-LEVEL NOT = SPACES
                   PERFORM 2500-CHECK-RECENT-CONTACT
               END-IF
           END-IF
           PERFORM 1100-READ-OVERLIMIT.

       2010-RESOLVE-GROUP.
      *    A branch whose group has already been dunned tonight is
      *    only shown; the first branch of a group duns the group
           SET WS-NOT-GROUPED TO TRUE
           IF WS-HIERARCHY-AVAILABLE
               MOVE OVR-CUST-ID TO HIR-CUST-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HIR-PARENT-ID TO WS-GROUP-PARENT-ID
                       SET WS-GROUP-TO-DUN TO TRUE
               END-READ
           END-IF
           IF WS-GROUP-TO-DUN
               SET GRD-IDX TO 1
               SEARCH WS-GROUP-DUNNED-ENTRY
                   AT END
                       CONTINUE
                   WHEN GRD-IDX > WS-GROUP-DUNNED-COUNT
                       CONTINUE
                   WHEN WS-GRD-PARENT-ID(GRD-IDX) = WS-GROUP-PARENT-ID
                       SET WS-GROUP-ALREADY-DUNNED TO TRUE
               END-SEARCH
           END-IF.

       2020-DUN-AS-GROUP.
      *    The group climbs the ladder as its parent - the parent's
      *    master record stands in for the branch, carrying the
      *    balance of every member. A parent no longer on the master
      *    leaves the branch dunned on its own.
           MOVE WS-GROUP-PARENT-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY 'GROUP PARENT NOT ON CUSTOMER FILE: '
                       CUST-ID
                   SET WS-NOT-GROUPED TO TRUE
           END-READ
           IF WS-GROUP-TO-DUN
               IF WS-GROUP-DUNNED-COUNT < WS-GROUP-DUNNED-MAX
                   ADD 1 TO WS-GROUP-DUNNED-COUNT
                   SET GRD-IDX TO WS-GROUP-DUNNED-COUNT
                   MOVE WS-GROUP-PARENT-ID
                       TO WS-GRD-PARENT-ID(GRD-IDX)
               ELSE
                   DISPLAY 'GROUP TABLE FULL - GROUP '
                       WS-GROUP-PARENT-ID ' MAY BE DUNNED TWICE'
               END-IF
               MOVE CUSTOMER-RECORD TO OVERLIMIT-RECORD
               PERFORM 2030-SUM-GROUP-BALANCE
               MOVE WS-GROUP-BALANCE TO OVR-BALANCE
               MOVE WS-GROUP-MEMBER-COUNT TO WS-EDIT-MEMBER-COUNT
               STRING 'GROUP OF ' DELIMITED SIZE
                      WS-EDIT-MEMBER-COUNT DELIMITED SIZE
                      ' ACCOUNTS' DELIMITED SIZE
                      INTO WS-RPT-GROUP
           END-IF.

       2030-SUM-GROUP-BALANCE.
      *    Every member of the group, parent included, through the
      *    parent-ID alternate key
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZEROS TO WS-GROUP-MEMBER-COUNT
           SET WS-MEMBERS-MORE TO TRUE
           MOVE WS-GROUP-PARENT-ID TO HIR-PARENT-ID
           START HIERARCHY-FILE KEY IS EQUAL TO HIR-PARENT-ID
               INVALID KEY SET WS-MEMBERS-EOF TO TRUE
           END-START
           IF WS-MEMBERS-MORE
               PERFORM 2040-READ-NEXT-MEMBER
               PERFORM 2045-ADD-ONE-MEMBER
                   UNTIL WS-MEMBERS-EOF
           END-IF.

       2040-READ-NEXT-MEMBER.
           READ HIERARCHY-FILE NEXT RECORD
               AT END SET WS-MEMBERS-EOF TO TRUE
           END-READ.

       2045-ADD-ONE-MEMBER.
           IF HIR-PARENT-ID NOT = WS-GROUP-PARENT-ID
               SET WS-MEMBERS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-GROUP-MEMBER-COUNT
               MOVE HIR-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CUST-BALANCE TO WS-GROUP-BALANCE
               END-READ
               PERFORM 2040-READ-NEXT-MEMBER
           END-IF.

       2100-ESCALATE-CUSTOMER.
           MOVE SPACES TO WS-RPT-PROMISE
           PERFORM 2050-CHECK-PROMISE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       2450-WRITE-BRANCH-DETAIL.
      *    A later branch of a group dunned tonight - shown with its
      *    own balance against the parent, no notice of its own
           ADD 1 TO WS-GROUP-BRANCH-COUNT
           MOVE SPACES TO WS-RPT-LEVEL
           MOVE 'IN GROUP' TO WS-RPT-RESULT
           MOVE SPACES TO WS-RPT-PROMISE
           STRING 'DUNNED AS ' DELIMITED SIZE
                  WS-GROUP-PARENT-ID DELIMITED SIZE
                  INTO WS-RPT-GROUP
           PERFORM 2400-WRITE-REGISTER-DETAIL.

       2410-CHECK-PAGE-BREAK.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
           END-IF.

       2500-CHECK-RECENT-CONTACT.
      *    The first note at the customer's ID is the latest - a
      *    customer on the ladder not spoken to or written to in the
      *    last WS-NO-CONTACT-DAYS business days is flagged for a
      *    call (a group under its parent's ID)
           MOVE ZEROS TO WS-LAST-CONTACT-DATE
           IF WS-NOTES-AVAILABLE
               MOVE OVR-CUST-ID TO NTE-CUST-ID
               MOVE ZEROS TO NTE-SEQ-STAMP
               START NOTE-FILE KEY NOT LESS THAN NTE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ NOTE-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF NTE-CUST-ID = OVR-CUST-ID
                                   MOVE NTE-DATE
                                       TO WS-LAST-CONTACT-DATE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-LAST-CONTACT-DATE = ZEROS
               PERFORM 2510-FLAG-NO-CONTACT
           ELSE
               IF WS-LAST-CONTACT-DATE < WS-RUN-DATE
                   MOVE 'B' TO CAL-FUNCTION
                   MOVE WS-LAST-CONTACT-DATE TO CAL-FROM-DATE
                   MOVE WS-RUN-DATE TO CAL-TO-DATE
                   CALL 'CUSTCAL' USING CALENDAR-REQUEST
                   IF CAL-BUSINESS-DAYS > WS-NO-CONTACT-DAYS
                       PERFORM 2510-FLAG-NO-CONTACT
                   END-IF
               END-IF
           END-IF.

       2510-FLAG-NO-CONTACT.
           ADD 1 TO WS-NO-CONTACT-COUNT
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-NO-CONTACT-DAYS TO WS-EDIT-CONTACT-DAYS
           MOVE SPACES TO REPORT-LINE
           IF WS-LAST-CONTACT-DATE = ZEROS
               STRING '          ** NO CONTACT NOTE ON FILE'
                          DELIMITED SIZE
                      ' - CALL BEFORE THE NEXT NOTICE' DELIMITED SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE WS-LAST-CONTACT-DATE TO WS-EDIT-CONTACT-DATE
               STRING '          ** NO CONTACT IN ' DELIMITED SIZE
                      WS-EDIT-CONTACT-DAYS DELIMITED SIZE
                      ' BUSINESS DAYS - LAST CONTACT ' DELIMITED SIZE
                      WS-EDIT-CONTACT-DATE DELIMITED SIZE
                      INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       3000-CLEAR-RESOLVED-STATE.
      *    A state record not touched by this run belongs to a
      *    customer no longer on the over-limit extract - the cycle
                  '  ROUTED TO LETTERS: ' DELIMITED SIZE
                  WS-LETTERED-COUNT DELIMITED SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-GROUP-DUNNED-COUNT TO WS-GROUPS-DUNNED-DISP
           MOVE SPACES TO REPORT-LINE
           STRING 'GROUPS DUNNED: ' DELIMITED SIZE
                  WS-GROUPS-DUNNED-DISP DELIMITED SIZE
                  '  BRANCHES DUNNED WITH THEIR GROUP: '
                      DELIMITED SIZE
                  WS-GROUP-BRANCH-COUNT DELIMITED SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NO-CONTACT-DAYS TO WS-EDIT-CONTACT-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING 'NO CONTACT NOTE IN ' DELIMITED SIZE
                  WS-EDIT-CONTACT-DAYS DELIMITED SIZE
                  ' BUSINESS DAYS: ' DELIMITED SIZE
                  WS-NO-CONTACT-COUNT DELIMITED SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE.

       8000-ERROR-HANDLER.
           IF WS-PROMISES-AVAILABLE
               CLOSE PROMISE-FILE
           END-IF
           IF WS-HIERARCHY-AVAILABLE
               CLOSE HIERARCHY-FILE
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-NOTES-AVAILABLE
               CLOSE NOTE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'DUNNING CYCLE COMPLETE'.
