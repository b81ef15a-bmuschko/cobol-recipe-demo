               FILE STATUS IS WS-TOTALS-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO DSPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-INV-NUMBER
               ALTERNATE RECORD KEY IS DSP-CUST-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO HIERFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIR-CUST-ID
               ALTERNATE RECORD KEY IS HIR-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIERARCHY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           CUST-BALANCE BY IN-BALANCE
           CUST-CREDIT-LIMIT BY IN-CREDIT-LIMIT
           CUST-LAST-UPDATE BY IN-LAST-UPDATE
           CUST-CYCLE-CODE BY IN-CYCLE-CODE
           CUST-TAX-EXEMPT BY IN-TAX-EXEMPT
           CUST-TAX-CERT BY IN-TAX-CERT.

       FD  OUTPUT-FILE
           RECORDING MODE IS F
           CUST-BALANCE BY OUT-BALANCE
           CUST-CREDIT-LIMIT BY OUT-CREDIT-LIMIT
           CUST-LAST-UPDATE BY OUT-LAST-UPDATE
           CUST-CYCLE-CODE BY OUT-CYCLE-CODE
           CUST-TAX-EXEMPT BY OUT-TAX-EXEMPT
           CUST-TAX-CERT BY OUT-TAX-CERT.

       FD  REPORT-FILE
           RECORDING MODE IS F
           CUST-BALANCE BY OVR-BALANCE
           CUST-CREDIT-LIMIT BY OVR-CREDIT-LIMIT
           CUST-LAST-UPDATE BY OVR-LAST-UPDATE
           CUST-CYCLE-CODE BY OVR-CYCLE-CODE
           CUST-TAX-EXEMPT BY OVR-TAX-EXEMPT
           CUST-TAX-CERT BY OVR-TAX-CERT.

      * Checkpoint file - periodic snapshot of run progress, keyed off
      * WS-COUNTERS, used to restart a run without reprocessing what
      * already completed successfully. Each partition of a
      * partitioned night keeps its own, stamped with its number so
      * a restart cannot resume from another partition's progress.
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *    Balance hash accumulators, carried as one group so a
      *    restarted run resumes in balance
           05  CHK-HASH-ACCUMULATORS   PIC X(77).
           05  CHK-PARTITION-NO        PIC 9(2).

      * Regional extract files - accepted active customers split out
      * by CUST-STATE for the regional offices.
           CUST-BALANCE BY RNE-BALANCE
           CUST-CREDIT-LIMIT BY RNE-CREDIT-LIMIT
           CUST-LAST-UPDATE BY RNE-LAST-UPDATE
           CUST-CYCLE-CODE BY RNE-CYCLE-CODE
           CUST-TAX-EXEMPT BY RNE-TAX-EXEMPT
           CUST-TAX-CERT BY RNE-TAX-CERT.

       FD  REGION-SO-FILE
           RECORDING MODE IS F
           CUST-BALANCE BY RSO-BALANCE
           CUST-CREDIT-LIMIT BY RSO-CREDIT-LIMIT
           CUST-LAST-UPDATE BY RSO-LAST-UPDATE
           CUST-CYCLE-CODE BY RSO-CYCLE-CODE
           CUST-TAX-EXEMPT BY RSO-TAX-EXEMPT
           CUST-TAX-CERT BY RSO-TAX-CERT.

       FD  REGION-MW-FILE
           RECORDING MODE IS F
           CUST-BALANCE BY RMW-BALANCE
           CUST-CREDIT-LIMIT BY RMW-CREDIT-LIMIT
           CUST-LAST-UPDATE BY RMW-LAST-UPDATE
           CUST-CYCLE-CODE BY RMW-CYCLE-CODE
           CUST-TAX-EXEMPT BY RMW-TAX-EXEMPT
           CUST-TAX-CERT BY RMW-TAX-CERT.

       FD  REGION-WE-FILE
           RECORDING MODE IS F
           CUST-BALANCE BY RWE-BALANCE
           CUST-CREDIT-LIMIT BY RWE-CREDIT-LIMIT
           CUST-LAST-UPDATE BY RWE-LAST-UPDATE
           CUST-CYCLE-CODE BY RWE-CYCLE-CODE
           CUST-TAX-EXEMPT BY RWE-TAX-EXEMPT
           CUST-TAX-CERT BY RWE-TAX-CERT.

      * Catch-all extract for active customers whose CUST-STATE isn't
      * assigned to one of the four regional offices above, so a
           CUST-BALANCE BY ROT-BALANCE
           CUST-CREDIT-LIMIT BY ROT-CREDIT-LIMIT
           CUST-LAST-UPDATE BY ROT-LAST-UPDATE
           CUST-CYCLE-CODE BY ROT-CYCLE-CODE
           CUST-TAX-EXEMPT BY ROT-TAX-EXEMPT
           CUST-TAX-CERT BY ROT-TAX-CERT.

      * Pending customers - applications awaiting approval, held out
      * for the credit review team.
           CUST-BALANCE BY PND-BALANCE
           CUST-CREDIT-LIMIT BY PND-CREDIT-LIMIT
           CUST-LAST-UPDATE BY PND-LAST-UPDATE
           CUST-CYCLE-CODE BY PND-CYCLE-CODE
           CUST-TAX-EXEMPT BY PND-TAX-EXEMPT
           CUST-TAX-CERT BY PND-TAX-CERT.

      * Closed customers - accounts shut down, retained for the
      * archive/reporting cycle rather than carried in the master
           CUST-BALANCE BY CLS-BALANCE
           CUST-CREDIT-LIMIT BY CLS-CREDIT-LIMIT
           CUST-LAST-UPDATE BY CLS-LAST-UPDATE
           CUST-CYCLE-CODE BY CLS-CYCLE-CODE
           CUST-TAX-EXEMPT BY CLS-TAX-EXEMPT
           CUST-TAX-CERT BY CLS-TAX-CERT.

      * Run-control parameter cards - read once at startup so the
      * scheduler can run the job with no operator at the console.
      *   CHECKPOINT-INTERVAL=nnnnnnnn records between checkpoints
      *   PAGE-DEPTH=nnnn              report lines per page
      *   REGION=xx,STATE=yy           assign state yy to region xx
      *   PARTITION=nn                 run as partition nn of a
      *                                partitioned night
      *   RANGE=nn,LOW=nnnnnnnn,HIGH=nnnnnnnn
      *                                CUST-ID range of partition nn
      * Missing file or missing cards leave the compiled defaults
      * in effect - a whole, unpartitioned run.
       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      * Financial control totals - the night's money, not just its
      * record counts. The balancing step proves input dollars equal
      * the dollars leaving through every output stream before the
      * downstream jobs consume the extracts. A partition's record
      * goes to CUSTBMRG instead, which writes the night's record
      * once every partition has been proved and merged.
       FD  CONTROL-TOTALS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      * Run statistics history - one dated record appended per run,
      * so tonight's counts can be compared against prior runs by
      * the CUSTTRND trend report instead of digging out printouts.
      * A partitioned night appends one record from CUSTBMRG, not
      * one per partition.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY RUNHIST.

      * Run-control handoff - the night's read count, input dollars
      * and balance flag for the steps that follow. Written by
      * CUSTBMRG instead on a partitioned night.
       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

      * Invoice disputes opened in CUSTMGMT - dollars under open
      * dispute do not count toward the over-limit test, so a
      * customer is not dunned over an invoice they are contesting
       FD  DISPUTE-FILE.
       COPY DISPUTE.

      * Account groups maintained in CUSTMGMT - a branch account is
      * tested against its group's credit limit on the group's
      * combined balance, not against its own limit
       FD  HIERARCHY-FILE.
       COPY CUSTHIER.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-INPUT-STATUS         PIC XX.
           05  WS-CONTROL-STATUS       PIC XX.
           05  WS-TOTALS-STATUS        PIC XX.
           05  WS-HISTORY-STATUS       PIC XX.
           05  WS-STEP-STATUS          PIC XX.
           05  WS-DISPUTE-STATUS       PIC XX.
           05  WS-HIERARCHY-STATUS     PIC XX.

       COPY FILESTAT.

           05  WS-CHECKPOINT-EOF-FLAG  PIC X(1) VALUE 'N'.
               88  WS-CHECKPOINT-EOF   VALUE 'Y'.
               88  WS-CHECKPOINT-NOT-EOF VALUE 'N'.
      *    A missing dispute file means no dispute has ever been
      *    opened - the over-limit test runs on the full balance
           05  WS-DISPUTE-AVAIL-FLAG   PIC X(1) VALUE 'Y'.
               88  WS-DISPUTES-AVAILABLE VALUE 'Y'.
               88  WS-NO-DISPUTE-FILE  VALUE 'N'.
           05  WS-DISPUTE-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-DISPUTE-EOF      VALUE 'Y'.
               88  WS-DISPUTE-NOT-EOF  VALUE 'N'.

       01  WS-DISPUTE-WORK.
           05  WS-DISPUTED-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-UNDISPUTED-BALANCE   PIC S9(7)V99 COMP-3.

      * Account groups off the hierarchy file. Every member, parent
      * included, is in the member table in CUST-ID order; each
      * group carries its limit and the undisputed balance of all
      * its members, summed by a pass over the input before the
      * first record is processed so the first branch is tested on
      * the same combined balance as the last.
       01  WS-HIERARCHY-CONTROLS.
           05  WS-HIERARCHY-EOF-FLAG   PIC X(1) VALUE 'N'.
               88  WS-HIERARCHY-EOF    VALUE 'Y'.
               88  WS-HIERARCHY-NOT-EOF VALUE 'N'.
           05  WS-GROUP-MEMBER-FLAG    PIC X(1) VALUE 'N'.
               88  WS-GROUP-MEMBER     VALUE 'Y'.
               88  WS-NOT-GROUP-MEMBER VALUE 'N'.
           05  WS-PREPASS-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-PREPASS-EOF      VALUE 'Y'.
               88  WS-PREPASS-NOT-EOF  VALUE 'N'.
           05  WS-PREPASS-CUST-ID      PIC 9(8) VALUE ZEROS.
           05  WS-GROUP-MAX            PIC 9(4) COMP VALUE 1000.
           05  WS-GROUP-COUNT          PIC 9(4) COMP VALUE ZEROS.
           05  WS-MEMBER-MAX           PIC 9(4) COMP VALUE 5000.
           05  WS-MEMBER-COUNT         PIC 9(4) COMP VALUE ZEROS.

       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY          OCCURS 1000 TIMES
                                       INDEXED BY GRP-IDX.
               10  WS-GRP-PARENT-ID    PIC 9(8).
               10  WS-GRP-LIMIT        PIC S9(7)V99 COMP-3.
               10  WS-GRP-BALANCE      PIC S9(9)V99 COMP-3.

       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY         OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-MEMBER-COUNT
                                       ASCENDING KEY IS WS-MBR-CUST-ID
                                       INDEXED BY MBR-IDX.
               10  WS-MBR-CUST-ID      PIC 9(8).
               10  WS-MBR-PARENT-ID    PIC 9(8).

       01  WS-CHECKPOINT-CONTROLS.
           05  WS-CHECKPOINT-INTERVAL  PIC 9(8) VALUE 10000.
           05  WS-CHECKPOINT-CLOSED    PIC 9(8) VALUE ZEROS.
           05  WS-CHECKPOINT-DUPLICATE PIC 9(8) VALUE ZEROS.
           05  WS-CHECKPOINT-HASH      PIC X(77) VALUE LOW-VALUES.
           05  WS-CHECKPOINT-PARTITION PIC 9(2) VALUE ZEROS.

      * Partitioned runs - the night's input split by CUST-ID range
      * into partitions run side by side as separate steps, each
      * with its own output datasets, and merged back by CUSTBMRG.
      * The RANGE= cards give every partition's range so all the
      * steps can share one deck; the PARTITION= card names the one
      * this step processes. Records outside the range are read
      * past without being counted, and the step stops reading at
      * the first record beyond it. Partition 00 is a whole run.
       01  WS-PARTITION-CONTROLS.
           05  WS-PARTITION-NO         PIC 9(2) VALUE ZEROS.
               88  WS-SINGLE-RUN       VALUE ZEROS.
               88  WS-PARTITIONED-RUN  VALUE 01 THRU 99.
           05  WS-PARTITION-LOW        PIC 9(8) VALUE ZEROS.
           05  WS-PARTITION-HIGH       PIC 9(8) VALUE 99999999.
           05  WS-PARTITION-CARD-FLAG  PIC X(1) VALUE 'Y'.
               88  WS-PARTITION-CARDS-OK VALUE 'Y'.
               88  WS-PARTITION-CARD-BAD VALUE 'N'.
           05  WS-RANGE-MAX            PIC 9(4) COMP VALUE 16.
           05  WS-RANGE-COUNT          PIC 9(4) COMP VALUE ZEROS.
           05  WS-RANGE-ENTRY          OCCURS 16 TIMES
                                       INDEXED BY RNG-IDX.
               10  WS-RNG-PARTITION    PIC 9(2).
               10  WS-RNG-LOW          PIC 9(8).
               10  WS-RNG-HIGH         PIC 9(8).

      * Region is determined by CUST-STATE through the assignment
      * table below. The compiled defaults carry the historical
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-HDR-PARTITION-LIT    PIC X(11) VALUE SPACES.
           05  WS-HDR-PARTITION-NO     PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  WS-RPT-CUST-ID          PIC 9(8).
           05  WS-RPT-DUPLICATE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-PARTITION-TOTAL.
           05  FILLER                  PIC X(11) VALUE 'PARTITION:'.
           05  WS-RPT-PARTITION        PIC 9(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'CUST-ID RANGE:'.
           05  WS-RPT-PARTITION-LOW    PIC 9(8).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  WS-RPT-PARTITION-HIGH   PIC 9(8).
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           PERFORM 1040-LOAD-RUN-PARAMETERS
           PERFORM 1050-OPEN-DISPUTE-FILE
           PERFORM 1060-LOAD-HIERARCHY
           IF WS-GROUP-COUNT > ZEROS
               PERFORM 1070-SUM-GROUP-BALANCES
           END-IF
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               MOVE WS-INPUT-STATUS TO FS-STATUS-CODE
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'NO CONTROL FILE - RUNNING ON DEFAULTS'
           END-IF
           PERFORM 1049-SET-PARTITION-RANGE.

       1042-LOAD-DEFAULT-REGIONS.
           PERFORM 1043-LOAD-ONE-DEFAULT
                   MOVE CONTROL-RECORD(8:2) TO WS-CARD-REGION
                   MOVE CONTROL-RECORD(17:2) TO WS-CARD-STATE
                   PERFORM 1048-ASSIGN-REGION-STATE
               WHEN CONTROL-RECORD(1:10) = 'PARTITION='
                   IF CONTROL-RECORD(11:2) IS NUMERIC
                       MOVE CONTROL-RECORD(11:2) TO WS-PARTITION-NO
                   ELSE
                       DISPLAY 'BAD PARTITION CARD: '
                           CONTROL-RECORD(1:30)
                       SET WS-PARTITION-CARD-BAD TO TRUE
                   END-IF
               WHEN CONTROL-RECORD(1:6) = 'RANGE='
                   PERFORM 1047-ADD-PARTITION-RANGE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED CONTROL CARD IGNORED: '
                       CONTROL-RECORD(1:30)
           END-EVALUATE
           PERFORM 1044-READ-CONTROL-CARD.

       1047-ADD-PARTITION-RANGE.
      *    Every range is kept - the steps share one deck - and a
      *    bad one stops the run below rather than let a partition
      *    process the wrong customers
           IF CONTROL-RECORD(7:2) IS NUMERIC
           AND CONTROL-RECORD(9:5) = ',LOW='
           AND CONTROL-RECORD(14:8) IS NUMERIC
           AND CONTROL-RECORD(22:6) = ',HIGH='
           AND CONTROL-RECORD(28:8) IS NUMERIC
           AND CONTROL-RECORD(14:8) NOT > CONTROL-RECORD(28:8)
           AND WS-RANGE-COUNT < WS-RANGE-MAX
               ADD 1 TO WS-RANGE-COUNT
               SET RNG-IDX TO WS-RANGE-COUNT
               MOVE CONTROL-RECORD(7:2) TO WS-RNG-PARTITION(RNG-IDX)
               MOVE CONTROL-RECORD(14:8) TO WS-RNG-LOW(RNG-IDX)
               MOVE CONTROL-RECORD(28:8) TO WS-RNG-HIGH(RNG-IDX)
           ELSE
               DISPLAY 'BAD RANGE CARD: ' CONTROL-RECORD(1:40)
               SET WS-PARTITION-CARD-BAD TO TRUE
           END-IF.

       1048-ASSIGN-REGION-STATE.
      *    A card for a state already in the table moves it to the
      *    new region; an unknown state is added if there is room
                   WS-CARD-REGION
           END-IF.

       1049-SET-PARTITION-RANGE.
      *    A partition step with no range of its own, or any bad
      *    partition card, would process the wrong customers -
      *    stop before a single file is opened
           IF WS-PARTITIONED-RUN AND WS-PARTITION-CARDS-OK
               SET RNG-IDX TO 1
               SEARCH WS-RANGE-ENTRY
                   AT END
                       DISPLAY 'NO RANGE CARD FOR PARTITION '
                           WS-PARTITION-NO
                       SET WS-PARTITION-CARD-BAD TO TRUE
                   WHEN RNG-IDX > WS-RANGE-COUNT
                       DISPLAY 'NO RANGE CARD FOR PARTITION '
                           WS-PARTITION-NO
                       SET WS-PARTITION-CARD-BAD TO TRUE
                   WHEN WS-RNG-PARTITION(RNG-IDX) = WS-PARTITION-NO
                       MOVE WS-RNG-LOW(RNG-IDX) TO WS-PARTITION-LOW
                       MOVE WS-RNG-HIGH(RNG-IDX) TO WS-PARTITION-HIGH
               END-SEARCH
           END-IF
           IF WS-PARTITION-CARD-BAD
               DISPLAY 'PARTITION CONTROL CARDS IN ERROR - NOTHING RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARTITIONED-RUN
               MOVE 'PARTITION: ' TO WS-HDR-PARTITION-LIT
               MOVE WS-PARTITION-NO TO WS-HDR-PARTITION-NO
               DISPLAY 'PARTITION ' WS-PARTITION-NO ' CUST-ID '
                   WS-PARTITION-LOW ' THRU ' WS-PARTITION-HIGH
           END-IF.

       1050-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '35'
               SET WS-NO-DISPUTE-FILE TO TRUE
           ELSE
               IF WS-DISPUTE-STATUS NOT = '00'
                   MOVE WS-DISPUTE-STATUS TO FS-STATUS-CODE
                   MOVE 'ERROR OPENING DISPUTE FILE' TO WS-ERROR-MESSAGE
                   PERFORM 8000-FILE-STATUS-ERROR
               END-IF
           END-IF.

       1060-LOAD-HIERARCHY.
      *    A missing hierarchy file means no account groups have
      *    been set up - every customer stands on its own limit
           OPEN INPUT HIERARCHY-FILE
           IF WS-HIERARCHY-STATUS = '35'
               DISPLAY 'NO HIERARCHY FILE - NO ACCOUNT GROUPS'
           ELSE
               IF WS-HIERARCHY-STATUS NOT = '00'
                   MOVE WS-HIERARCHY-STATUS TO FS-STATUS-CODE
                   MOVE 'ERROR OPENING HIERARCHY FILE'
                       TO WS-ERROR-MESSAGE
                   PERFORM 8000-FILE-STATUS-ERROR
               END-IF
               PERFORM 1062-READ-HIERARCHY
               PERFORM 1064-LOAD-ONE-MEMBER
                   UNTIL WS-HIERARCHY-EOF
               CLOSE HIERARCHY-FILE
               DISPLAY 'ACCOUNT GROUPS LOADED: ' WS-GROUP-COUNT
           END-IF.

       1062-READ-HIERARCHY.
           READ HIERARCHY-FILE NEXT RECORD
               AT END SET WS-HIERARCHY-EOF TO TRUE
           END-READ.

       1064-LOAD-ONE-MEMBER.
           IF WS-MEMBER-COUNT < WS-MEMBER-MAX
               ADD 1 TO WS-MEMBER-COUNT
               MOVE HIR-CUST-ID TO WS-MBR-CUST-ID(WS-MEMBER-COUNT)
               MOVE HIR-PARENT-ID TO WS-MBR-PARENT-ID(WS-MEMBER-COUNT)
           ELSE
               DISPLAY 'HIERARCHY MEMBER TABLE FULL - ACCOUNT '
                   HIR-CUST-ID ' TESTED ON ITS OWN LIMIT'
           END-IF
           IF HIR-IS-PARENT
               IF WS-GROUP-COUNT < WS-GROUP-MAX
                   ADD 1 TO WS-GROUP-COUNT
                   SET GRP-IDX TO WS-GROUP-COUNT
                   MOVE HIR-CUST-ID TO WS-GRP-PARENT-ID(GRP-IDX)
                   MOVE HIR-GROUP-LIMIT TO WS-GRP-LIMIT(GRP-IDX)
                   MOVE ZERO TO WS-GRP-BALANCE(GRP-IDX)
               ELSE
                   DISPLAY 'HIERARCHY GROUP TABLE FULL - GROUP '
                       HIR-CUST-ID ' IGNORED'
               END-IF
           END-IF
           PERFORM 1062-READ-HIERARCHY.

       1070-SUM-GROUP-BALANCES.
      *    One pass over the whole extract, restart or not, adding
      *    each member's balance less its open disputes into its
      *    group. The extract is closed again for the real run.
      *    A partition sums the whole extract too - a group's
      *    members need not fall in the same CUST-ID range.
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               MOVE WS-INPUT-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING INPUT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           PERFORM 1072-PREPASS-READ
           PERFORM 1074-ADD-MEMBER-BALANCE
               UNTIL WS-PREPASS-EOF
           CLOSE INPUT-FILE.

       1072-PREPASS-READ.
           READ INPUT-FILE
               AT END SET WS-PREPASS-EOF TO TRUE
           END-READ.

       1074-ADD-MEMBER-BALANCE.
      *    An adjacent duplicate is rejected by the real run, so it
      *    is not counted twice here either
           IF IN-CUST-ID NOT = WS-PREPASS-CUST-ID
               MOVE IN-CUST-ID TO WS-PREPASS-CUST-ID
               PERFORM 2620-FIND-GROUP
               IF WS-GROUP-MEMBER
                   PERFORM 2610-SUM-OPEN-DISPUTES
                   COMPUTE WS-GRP-BALANCE(GRP-IDX) =
                       WS-GRP-BALANCE(GRP-IDX) + IN-BALANCE
                       - WS-DISPUTED-AMOUNT
               END-IF
           END-IF
           PERFORM 1072-PREPASS-READ.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           END-IF.

       1014-APPLY-CHECKPOINT-COUNTS.
           IF WS-CHECKPOINT-PARTITION NOT = WS-PARTITION-NO
               DISPLAY 'CHECKPOINT IS FOR PARTITION '
                   WS-CHECKPOINT-PARTITION ' - THIS RUN IS PARTITION '
                   WS-PARTITION-NO
               DISPLAY 'RESTART REFUSED - CHECK THE CHKFILE DATASET'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECKPOINT-READ TO WS-READ-COUNT
           MOVE WS-CHECKPOINT-WRITE TO WS-WRITE-COUNT
           MOVE WS-CHECKPOINT-SKIP TO WS-SKIP-COUNT
                   MOVE CHK-CLOSED-COUNT TO WS-CHECKPOINT-CLOSED
                   MOVE CHK-DUPLICATE-COUNT TO WS-CHECKPOINT-DUPLICATE
                   MOVE CHK-HASH-ACCUMULATORS TO WS-CHECKPOINT-HASH
                   MOVE CHK-PARTITION-NO TO WS-CHECKPOINT-PARTITION
           END-READ.

       1020-SKIP-TO-CHECKPOINT.
           END-READ.

       1100-READ-INPUT.
           PERFORM 1110-READ-INPUT-RECORD
           IF WS-PARTITIONED-RUN
               PERFORM 1120-SKIP-BELOW-RANGE
                   UNTIL WS-END-OF-FILE
                   OR IN-CUST-ID NOT < WS-PARTITION-LOW
               IF WS-NOT-EOF
               AND IN-CUST-ID > WS-PARTITION-HIGH
                   SET WS-END-OF-FILE TO TRUE
               END-IF
           END-IF
           IF WS-NOT-EOF
               ADD 1 TO WS-READ-COUNT
               ADD IN-BALANCE TO WS-INPUT-AMT
           END-IF.

       1110-READ-INPUT-RECORD.
           READ INPUT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       1120-SKIP-BELOW-RANGE.
      *    Records below the range belong to an earlier partition
      *    but are still held to CUST-ID sequence - one arriving
      *    after this partition's own records would otherwise be
      *    missed by every partition
           IF IN-CUST-ID < WS-PREVIOUS-CUST-ID
               PERFORM 8010-SEQUENCE-ERROR
           END-IF
           MOVE IN-CUST-ID TO WS-PREVIOUS-CUST-ID
           PERFORM 1110-READ-INPUT-RECORD.

       2000-PROCESS-FILE.
      *    Duplicate detection only catches adjacent duplicate keys,
      *    so the input must arrive in ascending CUST-ID sequence -
                   WHEN IN-STATUS = 'A'
                       PERFORM 2100-PROCESS-ACTIVE
                   WHEN IN-STATUS = 'I'
      *            A charged-off account carries no balance and is
      *            off the dunning ladder - it passes as inactive
                   OR IN-STATUS = 'W'
                       PERFORM 2200-PROCESS-INACTIVE
                   WHEN IN-STATUS = 'P'
                       PERFORM 2350-PROCESS-PENDING
           ADD IN-BALANCE TO WS-OUTPUT-AMT
           PERFORM 2500-WRITE-DETAIL
           PERFORM 2150-WRITE-REGIONAL-EXTRACT
      *    Dollars under open invoice dispute are not held against
      *    the customer's limit - collections would be dunning them
      *    over the very invoice they are contesting
      *    A branch of an account group is tested on the group's
      *    combined balance against the group limit instead - every
      *    member carrying a balance goes out when the group is over
           PERFORM 2620-FIND-GROUP
           IF WS-GROUP-MEMBER
               IF WS-GRP-BALANCE(GRP-IDX) > WS-GRP-LIMIT(GRP-IDX)
               AND IN-BALANCE > ZERO
                   PERFORM 2600-PROCESS-OVERLIMIT
               END-IF
           ELSE
               MOVE IN-BALANCE TO WS-UNDISPUTED-BALANCE
               IF IN-BALANCE > IN-CREDIT-LIMIT
                   PERFORM 2610-SUM-OPEN-DISPUTES
                   SUBTRACT WS-DISPUTED-AMOUNT
                       FROM WS-UNDISPUTED-BALANCE
               END-IF
               IF WS-UNDISPUTED-BALANCE > IN-CREDIT-LIMIT
                   PERFORM 2600-PROCESS-OVERLIMIT
               END-IF
           END-IF.

       2150-WRITE-REGIONAL-EXTRACT.
           ADD 1 TO WS-OVERLIMIT-COUNT
           PERFORM 2650-WRITE-OVERLIMIT-DETAIL.

       2610-SUM-OPEN-DISPUTES.
           MOVE ZEROS TO WS-DISPUTED-AMOUNT
           IF WS-DISPUTES-AVAILABLE
               SET WS-DISPUTE-NOT-EOF TO TRUE
               MOVE IN-CUST-ID TO DSP-CUST-ID
               START DISPUTE-FILE KEY IS EQUAL TO DSP-CUST-ID
                   INVALID KEY SET WS-DISPUTE-EOF TO TRUE
               END-START
               PERFORM 2615-ADD-NEXT-DISPUTE
                   UNTIL WS-DISPUTE-EOF
           END-IF.

       2615-ADD-NEXT-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END SET WS-DISPUTE-EOF TO TRUE
           END-READ
           IF WS-DISPUTE-NOT-EOF
               IF DSP-CUST-ID NOT = IN-CUST-ID
                   SET WS-DISPUTE-EOF TO TRUE
               ELSE
                   IF DSP-OPEN
                       ADD DSP-AMOUNT TO WS-DISPUTED-AMOUNT
                   END-IF
               END-IF
           END-IF.

       2620-FIND-GROUP.
      *    Leaves GRP-IDX on the customer's group when it has one
           SET WS-NOT-GROUP-MEMBER TO TRUE
           IF WS-GROUP-COUNT > ZEROS
               SEARCH ALL WS-MEMBER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MBR-CUST-ID(MBR-IDX) = IN-CUST-ID
                       PERFORM 2625-FIND-PARENT
               END-SEARCH
           END-IF.

       2625-FIND-PARENT.
           SET GRP-IDX TO 1
           SEARCH WS-GROUP-ENTRY
               AT END
                   CONTINUE
               WHEN GRP-IDX > WS-GROUP-COUNT
                   CONTINUE
               WHEN WS-GRP-PARENT-ID(GRP-IDX) =
                    WS-MBR-PARENT-ID(MBR-IDX)
                   SET WS-GROUP-MEMBER TO TRUE
           END-SEARCH.

       2650-WRITE-OVERLIMIT-DETAIL.
           PERFORM 2510-CHECK-PAGE-BREAK
           MOVE IN-CUST-ID TO WS-RPT-CUST-ID
                  ' ' DELIMITED SIZE
                  IN-LAST-NAME DELIMITED SPACE
                  INTO WS-RPT-NAME
           IF WS-GROUP-MEMBER
               MOVE 'GROUP OVER' TO WS-RPT-STATUS
           ELSE
               MOVE 'OVER LIMIT' TO WS-RPT-STATUS
           END-IF
           MOVE WS-REPORT-DETAIL TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.
           MOVE WS-CLOSED-COUNT TO CHK-CLOSED-COUNT
           MOVE WS-DUPLICATE-COUNT TO CHK-DUPLICATE-COUNT
           MOVE WS-HASH-ACCUMULATORS TO CHK-HASH-ACCUMULATORS
           MOVE WS-PARTITION-NO TO CHK-PARTITION-NO
           WRITE CHECKPOINT-RECORD.

       3000-WRITE-TOTALS.
           MOVE WS-SKIP-AMT TO WS-RPT-SKIP-AMT
           MOVE WS-HASH-TOTAL-LINE-2 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PARTITIONED-RUN
               MOVE WS-PARTITION-NO TO WS-RPT-PARTITION
               MOVE WS-PARTITION-LOW TO WS-RPT-PARTITION-LOW
               MOVE WS-PARTITION-HIGH TO WS-RPT-PARTITION-HIGH
               MOVE WS-PARTITION-TOTAL TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM 3100-BALANCE-RUN.

       3100-BALANCE-RUN.
           MOVE WS-CLOSED-AMT TO TOT-CLOSED-AMT
           MOVE WS-REJECT-AMT TO TOT-REJECT-AMT
           MOVE WS-SKIP-AMT TO TOT-SKIP-AMT
           MOVE WS-PARTITION-NO TO TOT-PARTITION-NO
           MOVE WS-PARTITION-LOW TO TOT-LOW-CUST-ID
           MOVE WS-PARTITION-HIGH TO TOT-HIGH-CUST-ID
           MOVE WS-READ-COUNT TO TOT-READ-COUNT
           MOVE WS-WRITE-COUNT TO TOT-WRITE-COUNT
           MOVE WS-SKIP-COUNT TO TOT-SKIP-COUNT
           MOVE WS-ERROR-COUNT TO TOT-ERROR-COUNT
           MOVE WS-DUPLICATE-COUNT TO TOT-DUPLICATE-COUNT
           MOVE WS-OVERLIMIT-COUNT TO TOT-OVERLIMIT-COUNT
           MOVE WS-REGION-NE-COUNT TO TOT-REGION-NE-COUNT
           MOVE WS-REGION-SO-COUNT TO TOT-REGION-SO-COUNT
           MOVE WS-REGION-MW-COUNT TO TOT-REGION-MW-COUNT
           MOVE WS-REGION-WE-COUNT TO TOT-REGION-WE-COUNT
           MOVE WS-REGION-OT-COUNT TO TOT-REGION-OT-COUNT
           MOVE WS-PENDING-COUNT TO TOT-PENDING-COUNT
           MOVE WS-CLOSED-COUNT TO TOT-CLOSED-COUNT
           WRITE CONTROL-TOTALS-RECORD
      *    A partition is one part of the night - its history and
      *    handoff come from CUSTBMRG once the parts are merged
           IF WS-SINGLE-RUN
               PERFORM 3200-WRITE-RUN-HISTORY
               PERFORM 3300-WRITE-STEP-CONTROL
           END-IF.

       3200-WRITE-RUN-HISTORY.
      *    History always extends across runs - never rewritten -
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       3300-WRITE-STEP-CONTROL.
      *    Hand the night forward on the same record every other
      *    step of the chain writes
           OPEN OUTPUT STEP-CONTROL-FILE
           IF WS-STEP-STATUS NOT = '00'
               MOVE WS-STEP-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR WRITING STEP CONTROL RECORD'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           MOVE SPACES TO STEP-CONTROL-RECORD
           MOVE 'CUSTBATC' TO STP-STEP-NAME
           MOVE WS-RUN-DATE TO STP-RUN-DATE
           MOVE TOT-BALANCE-FLAG TO STP-BALANCE-FLAG
           MOVE WS-READ-COUNT TO STP-RECORD-COUNT
           MOVE WS-INPUT-AMT TO STP-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

       8000-FILE-STATUS-ERROR.
      *    Translate the raw file-status code into a message and
      *    abort the run - a batch job cannot recover from a file
           CLOSE PENDING-FILE
           CLOSE CLOSED-FILE
           CLOSE CONTROL-TOTALS-FILE
           IF WS-DISPUTES-AVAILABLE
               CLOSE DISPUTE-FILE
           END-IF
           IF WS-PARTITIONED-RUN
               DISPLAY 'BATCH PARTITION ' WS-PARTITION-NO
                   ' COMPLETE - MERGE WITH CUSTBMRG'
           ELSE
               DISPLAY 'BATCH PROCESSING COMPLETE'
           END-IF.
