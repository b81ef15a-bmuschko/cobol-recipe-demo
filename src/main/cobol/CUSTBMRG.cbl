       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBMRG.
       AUTHOR. DEMO-AUTHOR.
      *****************************************************************
      * CUSTBMRG - Partitioned Customer Batch Merge                   *
      * Puts a partitioned night of CUSTBATCH back together. Each     *
      * partition step processed one CUST-ID range of the night's     *
      * input and wrote its own output, reject, over-limit, regional, *
      * pending and closed extracts and its own control totals. Each  *
      * P-prefixed input DD here is one extract's partition datasets  *
      * concatenated in partition order, so copying it through gives  *
      * the single merged file in CUST-ID sequence on the DD name the *
      * downstream jobs already read. The same RANGE= cards the       *
      * partitions ran from must cover every CUST-ID exactly once, in *
      * order. The run then proves the night: each partition's read   *
      * count and input dollars against its range of the original     *
      * input, each merged extract's records and dollars against      *
      * what its partition said it wrote, and every partition's       *
      * control totals present, from tonight and balanced. A CUST-ID  *
      * turning up twice in an extract - two partitions that both     *
      * processed it - keeps its first copy only and is listed. The   *
      * night's control totals, one run-history record and one        *
      * step-control handoff are then written as a single run would   *
      * have written them; any failed proof writes them out of        *
      * balance, so CUSTPOST holds, and ends with return code 8.      *
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO CTLFILE
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT INPUT-FILE ASSIGN TO INFILE
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT PART-TOTALS-FILE ASSIGN TO PTOTFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-OUTPUT-FILE ASSIGN TO POUTFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REJECT-FILE ASSIGN TO PREJFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-OVERLIMIT-FILE ASSIGN TO POVRFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REGION-NE-FILE ASSIGN TO PRGNEFIL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REGION-SO-FILE ASSIGN TO PRGSOFIL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REGION-MW-FILE ASSIGN TO PRGMWFIL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REGION-WE-FILE ASSIGN TO PRGWEFIL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-REGION-OT-FILE ASSIGN TO PRGOTFIL
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-PENDING-FILE ASSIGN TO PPNDFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT PART-CLOSED-FILE ASSIGN TO PCLSFILE
               FILE STATUS IS WS-PART-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO OUTFILE
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJFILE
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT OVERLIMIT-FILE ASSIGN TO OVRFILE
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REGION-NE-FILE ASSIGN TO REGNEFIL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REGION-SO-FILE ASSIGN TO REGSOFIL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REGION-MW-FILE ASSIGN TO REGMWFIL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REGION-WE-FILE ASSIGN TO REGWEFIL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT REGION-OT-FILE ASSIGN TO REGOTFIL
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT PENDING-FILE ASSIGN TO PNDFILE
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT CLOSED-FILE ASSIGN TO CLSFILE
               FILE STATUS IS WS-MERGED-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO TOTFILE
               FILE STATUS IS WS-TOTALS-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STEP-CONTROL-FILE ASSIGN TO STPCTL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTFILE
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Run-control cards - the RANGE= cards the partitions ran from
       FD  CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CONTROL-RECORD              PIC X(80).

      * The night's whole input, read to prove the partitions
      * between them read every record of it
       FD  INPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY CUSTOMER REPLACING
           CUSTOMER-RECORD BY INPUT-RECORD
           CUST-ID BY IN-CUST-ID
           CUST-NAME BY IN-CUST-NAME
           CUST-FIRST-NAME BY IN-FIRST-NAME
           CUST-LAST-NAME BY IN-LAST-NAME
           CUST-ADDRESS BY IN-CUST-ADDRESS
           CUST-STREET BY IN-STREET
           CUST-CITY BY IN-CITY
           CUST-STATE BY IN-STATE
           CUST-ZIP BY IN-ZIP
           CUST-PHONE BY IN-PHONE
           CUST-EMAIL BY IN-EMAIL
           CUST-STATUS BY IN-STATUS
           CUST-BALANCE BY IN-BALANCE
           CUST-CREDIT-LIMIT BY IN-CREDIT-LIMIT
           CUST-LAST-UPDATE BY IN-LAST-UPDATE
           CUST-CYCLE-CODE BY IN-CYCLE-CODE
           CUST-TAX-EXEMPT BY IN-TAX-EXEMPT
           CUST-TAX-CERT BY IN-TAX-CERT.

      * Partition files - laid out in full by CTLTOT, CUSTOMER and
      * CUSTREJ; records are read into working storage and written
      * back out whole
       FD  PART-TOTALS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-TOTALS-RECORD          PIC X(225).

       FD  PART-OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-OUTPUT-RECORD          PIC X(194).

       FD  PART-REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REJECT-RECORD          PIC X(132).

       FD  PART-OVERLIMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-OVERLIMIT-RECORD       PIC X(194).

       FD  PART-REGION-NE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REGION-NE-RECORD       PIC X(194).

       FD  PART-REGION-SO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REGION-SO-RECORD       PIC X(194).

       FD  PART-REGION-MW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REGION-MW-RECORD       PIC X(194).

       FD  PART-REGION-WE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REGION-WE-RECORD       PIC X(194).

       FD  PART-REGION-OT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-REGION-OT-RECORD       PIC X(194).

       FD  PART-PENDING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-PENDING-RECORD         PIC X(194).

       FD  PART-CLOSED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PART-CLOSED-RECORD          PIC X(194).

      * Merged files - the same datasets a single run writes
       FD  OUTPUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OUTPUT-RECORD               PIC X(194).

       FD  REJECT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MERGED-REJECT-RECORD        PIC X(132).

       FD  OVERLIMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  OVERLIMIT-RECORD            PIC X(194).

       FD  REGION-NE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGION-NE-RECORD            PIC X(194).

       FD  REGION-SO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGION-SO-RECORD            PIC X(194).

       FD  REGION-MW-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGION-MW-RECORD            PIC X(194).

       FD  REGION-WE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGION-WE-RECORD            PIC X(194).

       FD  REGION-OT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REGION-OT-RECORD            PIC X(194).

       FD  PENDING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  PENDING-RECORD              PIC X(194).

       FD  CLOSED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  CLOSED-RECORD               PIC X(194).

       FD  CONTROL-TOTALS-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  MERGED-TOTALS-RECORD        PIC X(225).

       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY RUNHIST.

       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       COPY STEPCTL.

       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           05  WS-CONTROL-STATUS       PIC XX.
           05  WS-INPUT-STATUS         PIC XX.
           05  WS-PART-STATUS          PIC XX.
           05  WS-MERGED-STATUS        PIC XX.
           05  WS-TOTALS-STATUS        PIC XX.
           05  WS-HISTORY-STATUS       PIC XX.
           05  WS-STEP-STATUS          PIC XX.
           05  WS-REPORT-STATUS        PIC XX.

       COPY FILESTAT.

       01  WS-ERROR-MESSAGE            PIC X(80).

       COPY CTLTOT.

       COPY CUSTOMER.

       COPY CUSTREJ.

       01  WS-FLAGS.
           05  WS-CONTROL-EOF-FLAG     PIC X(1) VALUE 'N'.
               88  WS-CONTROL-EOF      VALUE 'Y'.
               88  WS-CONTROL-NOT-EOF  VALUE 'N'.
           05  WS-INPUT-EOF-FLAG       PIC X(1) VALUE 'N'.
               88  WS-INPUT-EOF        VALUE 'Y'.
               88  WS-INPUT-NOT-EOF    VALUE 'N'.
           05  WS-TOTALS-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-TOTALS-EOF       VALUE 'Y'.
               88  WS-TOTALS-NOT-EOF   VALUE 'N'.
           05  WS-STREAM-EOF-FLAG      PIC X(1) VALUE 'N'.
               88  WS-STREAM-EOF       VALUE 'Y'.
               88  WS-STREAM-NOT-EOF   VALUE 'N'.
           05  WS-RANGE-CARD-FLAG      PIC X(1) VALUE 'Y'.
               88  WS-RANGE-CARDS-OK   VALUE 'Y'.
               88  WS-RANGE-CARD-BAD   VALUE 'N'.
           05  WS-PARTITION-FOUND-FLAG PIC X(1).
               88  WS-PARTITION-FOUND  VALUE 'Y'.
               88  WS-PARTITION-NOT-FOUND VALUE 'N'.
           05  WS-NIGHT-BALANCE-FLAG   PIC X(1) VALUE 'B'.
               88  WS-NIGHT-IN-BALANCE VALUE 'B'.
               88  WS-NIGHT-OUT-OF-BALANCE VALUE 'O'.

      * The partitions, from the RANGE= cards, with what each one's
      * control totals said it did and what was found for it in the
      * input and in each merged extract. The totals record is kept
      * whole and laid back over CONTROL-TOTALS-RECORD to prove it.
       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-MAX        PIC 9(4) COMP VALUE 16.
           05  WS-PARTITION-COUNT      PIC 9(4) COMP VALUE ZEROS.
           05  WS-PARTITION-ENTRY      OCCURS 16 TIMES
                                       INDEXED BY PRT-IDX.
               10  WS-PRT-NUMBER       PIC 9(2).
               10  WS-PRT-LOW          PIC 9(8).
               10  WS-PRT-HIGH         PIC 9(8).
               10  WS-PRT-TOTALS-FLAG  PIC X(1).
                   88  WS-PRT-TOTALS-FOUND VALUE 'Y'.
                   88  WS-PRT-TOTALS-MISSING VALUE 'N'.
               10  WS-PRT-TOTALS       PIC X(225).
               10  WS-PRT-INPUT-COUNT  PIC 9(8).
               10  WS-PRT-INPUT-AMT    PIC S9(11)V99 COMP-3.
               10  WS-PRT-STREAM       OCCURS 10 TIMES.
                   15  WS-PRS-COUNT    PIC 9(8).
                   15  WS-PRS-AMT      PIC S9(11)V99 COMP-3.

      * The merged extracts, in the order they are merged; the
      * reject file carries no balance, so only its count is proved
       01  WS-STREAM-NAME-DATA.
           05  FILLER                  PIC X(12) VALUE 'OUTPUT'.
           05  FILLER                  PIC X(12) VALUE 'REJECT'.
           05  FILLER                  PIC X(12) VALUE 'OVER LIMIT'.
           05  FILLER                  PIC X(12) VALUE 'REGION NE'.
           05  FILLER                  PIC X(12) VALUE 'REGION SO'.
           05  FILLER                  PIC X(12) VALUE 'REGION MW'.
           05  FILLER                  PIC X(12) VALUE 'REGION WE'.
           05  FILLER                  PIC X(12) VALUE 'REGION OT'.
           05  FILLER                  PIC X(12) VALUE 'PENDING'.
           05  FILLER                  PIC X(12) VALUE 'CLOSED'.
       01  WS-STREAM-NAME-TABLE REDEFINES WS-STREAM-NAME-DATA.
           05  WS-STREAM-NAME          PIC X(12) OCCURS 10 TIMES.

       01  WS-STREAM-CONTROLS.
           05  WS-STREAM-COUNT         PIC 9(4) COMP VALUE 10.
           05  WS-STREAM-SUB           PIC 9(4) COMP.
           05  WS-STREAM-REJECT        PIC 9(4) COMP VALUE 2.
           05  WS-STREAM-OVERLIMIT     PIC 9(4) COMP VALUE 3.
           05  WS-MERGE-CUST-ID        PIC 9(8).
           05  WS-MERGE-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-PREVIOUS-CUST-ID     PIC 9(8).
           05  WS-PREVIOUS-PARTITION   PIC 9(2).
           05  WS-STREAM-WRITTEN       PIC 9(8).
           05  WS-EXPECT-COUNT         PIC 9(8).
           05  WS-EXPECT-AMT           PIC S9(11)V99 COMP-3.

       01  WS-WORK-AREAS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-NEXT-LOW             PIC 9(8).
           05  WS-CARD-PARTITION       PIC 9(2).
           05  WS-SAVE-LINE            PIC X(132).

      * The whole night - the input as read here, and the sum of
      * every partition's control totals
       01  WS-NIGHT-TOTALS.
           05  WS-NIGHT-INPUT-COUNT    PIC 9(8) VALUE ZEROS.
           05  WS-NIGHT-INPUT-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-UNPLACED-COUNT       PIC 9(8) VALUE ZEROS.
           05  WS-PROOF-FAILURES       PIC 9(6) VALUE ZEROS.
           05  WS-DUPLICATES-DROPPED   PIC 9(6) VALUE ZEROS.
           05  WS-ACCOUNTED-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-REGIONAL-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-AMOUNTS.
               10  WS-SUM-INPUT-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-OUTPUT-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REGION-NE-AMT PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REGION-SO-AMT PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REGION-MW-AMT PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REGION-WE-AMT PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REGION-OT-AMT PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-PENDING-AMT  PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-CLOSED-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-REJECT-AMT   PIC S9(11)V99 COMP-3 VALUE 0.
               10  WS-SUM-SKIP-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SUM-COUNTS.
               10  WS-SUM-READ-COUNT   PIC 9(8) VALUE ZEROS.
               10  WS-SUM-WRITE-COUNT  PIC 9(8) VALUE ZEROS.
               10  WS-SUM-SKIP-COUNT   PIC 9(8) VALUE ZEROS.
               10  WS-SUM-ERROR-COUNT  PIC 9(8) VALUE ZEROS.
               10  WS-SUM-DUPLICATE-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-OVERLIMIT-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-REGION-NE-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-REGION-SO-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-REGION-MW-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-REGION-WE-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-REGION-OT-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-PENDING-COUNT PIC 9(8) VALUE ZEROS.
               10  WS-SUM-CLOSED-COUNT PIC 9(8) VALUE ZEROS.

       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE 1.
           05  WS-LINES-ON-PAGE        PIC 9(4) VALUE ZEROS.
           05  WS-MAX-LINES-PER-PAGE   PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40)
               VALUE 'PARTITIONED BATCH MERGE REPORT'.
           05  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NUMBER      PIC ZZZ9.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-PARTITION-LINE.
           05  FILLER                  PIC X(10) VALUE 'PARTITION '.
           05  WS-PTL-NUMBER           PIC 9(2).
           05  FILLER                  PIC X(11) VALUE '  CUST-ID '.
           05  WS-PTL-LOW              PIC 9(8).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  WS-PTL-HIGH             PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '  TOTALS: '.
           05  WS-PTL-TOTALS           PIC X(24).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(16) VALUE '  PROVED'.
           05  FILLER                  PIC X(6) VALUE 'PART'.
           05  FILLER                  PIC X(15) VALUE '  PARTITION'.
           05  FILLER                  PIC X(15) VALUE '      FOUND'.
           05  FILLER                  PIC X(19)
               VALUE '      PARTITION'.
           05  FILLER                  PIC X(19)
               VALUE '          FOUND'.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PRF-WHAT             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PRF-PARTITION        PIC 9(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-PRF-EXPECT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-PRF-FOUND-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  WS-PRF-AMOUNTS.
               10  FILLER              PIC X(4) VALUE SPACES.
               10  WS-PRF-EXPECT-AMT   PIC ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(4) VALUE SPACES.
               10  WS-PRF-FOUND-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-PRF-NO-AMOUNTS REDEFINES WS-PRF-AMOUNTS
                                       PIC X(38).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-PRF-RESULT           PIC X(10).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-DUPLICATE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'DUPLICATE CUST-ID '.
           05  WS-DPL-CUST-ID          PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' IN '.
           05  WS-DPL-STREAM           PIC X(12).
           05  FILLER                  PIC X(15) VALUE ' PARTITIONS '.
           05  WS-DPL-FIRST            PIC 9(2).
           05  FILLER                  PIC X(5) VALUE ' AND '.
           05  WS-DPL-SECOND           PIC 9(2).
           05  FILLER                  PIC X(24)
               VALUE ' - SECOND COPY DROPPED'.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-MSG-TEXT             PIC X(80).
           05  FILLER                  PIC X(50) VALUE SPACES.

      * The night's totals, laid out as a single run reports them
       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(20) VALUE 'RECORDS READ:'.
           05  WS-RPT-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE 'RECORDS WRITTEN:'.
           05  WS-RPT-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-OVERLIMIT-TOTAL.
           05  FILLER               PIC X(20) VALUE 'OVER LIMIT COUNT:'.
           05  WS-RPT-OVERLIMIT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(101) VALUE SPACES.

       01  WS-REGION-TOTAL.
           05  FILLER                PIC X(11) VALUE 'REGION NE:'.
           05  WS-RPT-REGION-NE        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'REGION SO:'.
           05  WS-RPT-REGION-SO        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'REGION MW:'.
           05  WS-RPT-REGION-MW        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'REGION WE:'.
           05  WS-RPT-REGION-WE        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(11) VALUE 'REGION OT:'.
           05  WS-RPT-REGION-OT        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-STATUS-TOTAL.
           05  FILLER                PIC X(15) VALUE 'ACTIVE COUNT:'.
           05  WS-RPT-ACTIVE           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE 'INACTIVE COUNT:'.
           05  WS-RPT-INACTIVE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE 'ERROR COUNT:'.
           05  WS-RPT-ERROR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-PENDING-CLOSED-TOTAL.
           05  FILLER                PIC X(15) VALUE 'PENDING COUNT:'.
           05  WS-RPT-PENDING          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(14) VALUE 'CLOSED COUNT:'.
           05  WS-RPT-CLOSED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE 'DUPLICATE COUNT:'.
           05  WS-RPT-DUPLICATE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-HASH-TOTAL-LINE-1.
           05  FILLER                PIC X(12) VALUE 'INPUT AMT:'.
           05  WS-RPT-INPUT-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE 'OUTPUT AMT:'.
           05  WS-RPT-OUTPUT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE 'REJECT AMT:'.
           05  WS-RPT-REJECT-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-HASH-TOTAL-LINE-2.
           05  FILLER                PIC X(13) VALUE 'PENDING AMT:'.
           05  WS-RPT-PENDING-AMT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(12) VALUE 'CLOSED AMT:'.
           05  WS-RPT-CLOSED-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'SKIPPED AMT:'.
           05  WS-RPT-SKIP-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-MERGE-TOTAL.
           05  FILLER                PIC X(16) VALUE 'PARTITIONS:'.
           05  WS-RPT-PARTITIONS       PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE 'PROOF FAILURES:'.
           05  WS-RPT-FAILURES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'DUPLICATES DROPPED:'.
           05  WS-RPT-DROPPED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-BALANCE-STATUS-LINE.
           05  FILLER                PIC X(16)
               VALUE 'BALANCE STATUS:'.
           05  WS-RPT-BALANCE-STATUS   PIC X(20).
           05  FILLER                  PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-PARTITION-TOTALS
           PERFORM 1400-READ-WHOLE-INPUT
           PERFORM 2000-MERGE-STREAM
               VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
           PERFORM 3000-PROVE-PARTITIONS
           PERFORM 4000-WRITE-NIGHT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 1040-LOAD-RUN-PARAMETERS
           PERFORM 1100-CHECK-RANGES
           IF WS-RANGE-CARD-BAD
               DISPLAY 'PARTITION RANGES IN ERROR - NOTHING MERGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               MOVE WS-REPORT-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING REPORT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           PERFORM 1030-WRITE-PAGE-HEADER.

       1030-WRITE-PAGE-HEADER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NUMBER
           MOVE WS-REPORT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZEROS TO WS-LINES-ON-PAGE.

       1040-LOAD-RUN-PARAMETERS.
      *    The ranges are the partitions - without the cards there
      *    is nothing to merge
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               PERFORM 1044-READ-CONTROL-CARD
               PERFORM 1046-APPLY-CONTROL-CARD
                   UNTIL WS-CONTROL-EOF
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY 'NO CONTROL FILE - NO PARTITION RANGES'
               SET WS-RANGE-CARD-BAD TO TRUE
           END-IF.

       1044-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ.

       1046-APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-RECORD(1:1) = '*'
               OR CONTROL-RECORD = SPACES
                   CONTINUE
               WHEN CONTROL-RECORD(1:6) = 'RANGE='
                   PERFORM 1048-ADD-PARTITION-RANGE
               WHEN CONTROL-RECORD(1:11) = 'PAGE-DEPTH='
                   IF CONTROL-RECORD(12:4) IS NUMERIC
                       MOVE CONTROL-RECORD(12:4)
                           TO WS-MAX-LINES-PER-PAGE
                   ELSE
                       DISPLAY 'BAD PAGE-DEPTH CARD IGNORED'
                   END-IF
               WHEN OTHER
      *            The partitions' own cards - PARTITION=, REGION=
      *            and the rest - may share the deck
                   CONTINUE
           END-EVALUATE
           PERFORM 1044-READ-CONTROL-CARD.

       1048-ADD-PARTITION-RANGE.
           IF CONTROL-RECORD(7:2) IS NUMERIC
           AND CONTROL-RECORD(9:5) = ',LOW='
           AND CONTROL-RECORD(14:8) IS NUMERIC
           AND CONTROL-RECORD(22:6) = ',HIGH='
           AND CONTROL-RECORD(28:8) IS NUMERIC
           AND WS-PARTITION-COUNT < WS-PARTITION-MAX
               ADD 1 TO WS-PARTITION-COUNT
               SET PRT-IDX TO WS-PARTITION-COUNT
               INITIALIZE WS-PARTITION-ENTRY(PRT-IDX)
               MOVE CONTROL-RECORD(7:2) TO WS-PRT-NUMBER(PRT-IDX)
               MOVE CONTROL-RECORD(14:8) TO WS-PRT-LOW(PRT-IDX)
               MOVE CONTROL-RECORD(28:8) TO WS-PRT-HIGH(PRT-IDX)
               SET WS-PRT-TOTALS-MISSING(PRT-IDX) TO TRUE
           ELSE
               DISPLAY 'BAD RANGE CARD: ' CONTROL-RECORD(1:40)
               SET WS-RANGE-CARD-BAD TO TRUE
           END-IF.

       1100-CHECK-RANGES.
      *    The ranges must run 01, 02, ... in CUST-ID order, each
      *    starting one past the last one's end, from the lowest
      *    CUST-ID to the highest - no gap a customer could fall
      *    through and no overlap two partitions could both process
           IF WS-PARTITION-COUNT = ZERO
               DISPLAY 'NO RANGE CARDS'
               SET WS-RANGE-CARD-BAD TO TRUE
           END-IF
           MOVE ZEROS TO WS-NEXT-LOW
           PERFORM 1110-CHECK-ONE-RANGE
               VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > WS-PARTITION-COUNT
               OR WS-RANGE-CARD-BAD
           IF WS-RANGE-CARDS-OK
           AND WS-PRT-HIGH(WS-PARTITION-COUNT) NOT = 99999999
               DISPLAY 'LAST RANGE DOES NOT END AT 99999999'
               SET WS-RANGE-CARD-BAD TO TRUE
           END-IF.

       1110-CHECK-ONE-RANGE.
           SET WS-CARD-PARTITION TO PRT-IDX
           EVALUATE TRUE
               WHEN WS-PRT-NUMBER(PRT-IDX) NOT = WS-CARD-PARTITION
                   DISPLAY 'RANGE CARD OUT OF ORDER - PARTITION '
                       WS-PRT-NUMBER(PRT-IDX)
                   SET WS-RANGE-CARD-BAD TO TRUE
               WHEN WS-PRT-LOW(PRT-IDX) NOT = WS-NEXT-LOW
                   DISPLAY 'PARTITION ' WS-PRT-NUMBER(PRT-IDX)
                       ' DOES NOT START AT ' WS-NEXT-LOW
                   SET WS-RANGE-CARD-BAD TO TRUE
               WHEN WS-PRT-HIGH(PRT-IDX) < WS-PRT-LOW(PRT-IDX)
                   DISPLAY 'PARTITION ' WS-PRT-NUMBER(PRT-IDX)
                       ' ENDS BEFORE IT STARTS'
                   SET WS-RANGE-CARD-BAD TO TRUE
               WHEN WS-PRT-HIGH(PRT-IDX) < 99999999
                   COMPUTE WS-NEXT-LOW = WS-PRT-HIGH(PRT-IDX) + 1
               WHEN PRT-IDX < WS-PARTITION-COUNT
                   DISPLAY 'PARTITION ' WS-PRT-NUMBER(PRT-IDX)
                       ' ENDS AT 99999999 BUT IS NOT THE LAST'
                   SET WS-RANGE-CARD-BAD TO TRUE
           END-EVALUATE.

       1300-LOAD-PARTITION-TOTALS.
      *    One record per partition - a partition with none did not
      *    finish, and one from another night is no proof of this
      *    one. A restarted partition may leave two; the last kept.
           OPEN INPUT PART-TOTALS-FILE
           IF WS-PART-STATUS NOT = '00'
               MOVE WS-PART-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING PARTITION TOTALS FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           PERFORM 1310-READ-PARTITION-TOTALS
           PERFORM 1320-KEEP-PARTITION-TOTALS
               UNTIL WS-TOTALS-EOF
           CLOSE PART-TOTALS-FILE.

       1310-READ-PARTITION-TOTALS.
           READ PART-TOTALS-FILE INTO CONTROL-TOTALS-RECORD
               AT END SET WS-TOTALS-EOF TO TRUE
           END-READ.

       1320-KEEP-PARTITION-TOTALS.
           SET PRT-IDX TO 1
           SEARCH WS-PARTITION-ENTRY
               AT END
                   PERFORM 1330-REJECT-PARTITION-TOTALS
               WHEN PRT-IDX > WS-PARTITION-COUNT
                   PERFORM 1330-REJECT-PARTITION-TOTALS
               WHEN WS-PRT-NUMBER(PRT-IDX) = TOT-PARTITION-NO
                   IF TOT-LOW-CUST-ID NOT = WS-PRT-LOW(PRT-IDX)
                   OR TOT-HIGH-CUST-ID NOT = WS-PRT-HIGH(PRT-IDX)
                       MOVE 'PARTITION RAN ON A DIFFERENT RANGE'
                           TO WS-MSG-TEXT
                       PERFORM 1340-WRITE-TOTALS-MESSAGE
                   ELSE
                       IF TOT-RUN-DATE NOT = WS-RUN-DATE
                           MOVE 'PARTITION TOTALS NOT FROM TONIGHT'
                               TO WS-MSG-TEXT
                           PERFORM 1340-WRITE-TOTALS-MESSAGE
                       ELSE
                           IF WS-PRT-TOTALS-FOUND(PRT-IDX)
                               MOVE 'DUPLICATE TOTALS - LAST ONE KEPT'
                                   TO WS-MSG-TEXT
                               PERFORM 1340-WRITE-TOTALS-MESSAGE
                           END-IF
                           SET WS-PRT-TOTALS-FOUND(PRT-IDX) TO TRUE
                           MOVE CONTROL-TOTALS-RECORD
                               TO WS-PRT-TOTALS(PRT-IDX)
                       END-IF
                   END-IF
           END-SEARCH
           PERFORM 1310-READ-PARTITION-TOTALS.

       1330-REJECT-PARTITION-TOTALS.
           MOVE 'TOTALS FOR A PARTITION WITH NO RANGE CARD'
               TO WS-MSG-TEXT
           PERFORM 1340-WRITE-TOTALS-MESSAGE
           ADD 1 TO WS-PROOF-FAILURES.

       1340-WRITE-TOTALS-MESSAGE.
           DISPLAY WS-MSG-TEXT ' - PARTITION ' TOT-PARTITION-NO
           MOVE WS-MESSAGE-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       1400-READ-WHOLE-INPUT.
      *    Every record of the night's input, placed in the
      *    partition whose range holds it - what each partition
      *    should have read, and the whole its reads must add up to
           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = '00'
               MOVE WS-INPUT-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING INPUT FILE' TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           PERFORM 1410-READ-INPUT
           PERFORM 1420-PLACE-INPUT-RECORD
               UNTIL WS-INPUT-EOF
           CLOSE INPUT-FILE.

       1410-READ-INPUT.
           READ INPUT-FILE
               AT END SET WS-INPUT-EOF TO TRUE
           END-READ.

       1420-PLACE-INPUT-RECORD.
           ADD 1 TO WS-NIGHT-INPUT-COUNT
           ADD IN-BALANCE TO WS-NIGHT-INPUT-AMT
           MOVE IN-CUST-ID TO WS-MERGE-CUST-ID
           PERFORM 2500-FIND-PARTITION
           IF WS-PARTITION-FOUND
               ADD 1 TO WS-PRT-INPUT-COUNT(PRT-IDX)
               ADD IN-BALANCE TO WS-PRT-INPUT-AMT(PRT-IDX)
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           PERFORM 1410-READ-INPUT.

       2000-MERGE-STREAM.
      *    One extract at a time - its partitions' datasets in, the
      *    single merged dataset out
           PERFORM 2100-OPEN-STREAM
           SET WS-STREAM-NOT-EOF TO TRUE
           MOVE ZEROS TO WS-PREVIOUS-CUST-ID
           MOVE ZEROS TO WS-PREVIOUS-PARTITION
           MOVE ZEROS TO WS-STREAM-WRITTEN
           PERFORM 2200-READ-STREAM
           PERFORM 2300-MERGE-ONE-RECORD
               UNTIL WS-STREAM-EOF
           PERFORM 2900-CLOSE-STREAM.

       2100-OPEN-STREAM.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   OPEN INPUT PART-OUTPUT-FILE
                   OPEN OUTPUT OUTPUT-FILE
               WHEN 2
                   OPEN INPUT PART-REJECT-FILE
                   OPEN OUTPUT REJECT-FILE
               WHEN 3
                   OPEN INPUT PART-OVERLIMIT-FILE
                   OPEN OUTPUT OVERLIMIT-FILE
               WHEN 4
                   OPEN INPUT PART-REGION-NE-FILE
                   OPEN OUTPUT REGION-NE-FILE
               WHEN 5
                   OPEN INPUT PART-REGION-SO-FILE
                   OPEN OUTPUT REGION-SO-FILE
               WHEN 6
                   OPEN INPUT PART-REGION-MW-FILE
                   OPEN OUTPUT REGION-MW-FILE
               WHEN 7
                   OPEN INPUT PART-REGION-WE-FILE
                   OPEN OUTPUT REGION-WE-FILE
               WHEN 8
                   OPEN INPUT PART-REGION-OT-FILE
                   OPEN OUTPUT REGION-OT-FILE
               WHEN 9
                   OPEN INPUT PART-PENDING-FILE
                   OPEN OUTPUT PENDING-FILE
               WHEN 10
                   OPEN INPUT PART-CLOSED-FILE
                   OPEN OUTPUT CLOSED-FILE
           END-EVALUATE
           IF WS-PART-STATUS NOT = '00'
               MOVE WS-PART-STATUS TO FS-STATUS-CODE
               STRING 'ERROR OPENING PARTITION ' DELIMITED SIZE
                      WS-STREAM-NAME(WS-STREAM-SUB) DELIMITED SIZE
                      ' FILES' DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           IF WS-MERGED-STATUS NOT = '00'
               MOVE WS-MERGED-STATUS TO FS-STATUS-CODE
               STRING 'ERROR OPENING MERGED ' DELIMITED SIZE
                      WS-STREAM-NAME(WS-STREAM-SUB) DELIMITED SIZE
                      ' FILE' DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF.

       2200-READ-STREAM.
      *    Every extract but the reject file is a customer record;
      *    the key and the balance come out of whichever was read
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   READ PART-OUTPUT-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 2
                   READ PART-REJECT-FILE INTO REJECT-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 3
                   READ PART-OVERLIMIT-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 4
                   READ PART-REGION-NE-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 5
                   READ PART-REGION-SO-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 6
                   READ PART-REGION-MW-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 7
                   READ PART-REGION-WE-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 8
                   READ PART-REGION-OT-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 9
                   READ PART-PENDING-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
               WHEN 10
                   READ PART-CLOSED-FILE INTO CUSTOMER-RECORD
                       AT END SET WS-STREAM-EOF TO TRUE
                   END-READ
           END-EVALUATE
           IF WS-STREAM-NOT-EOF
               IF WS-STREAM-SUB = WS-STREAM-REJECT
                   MOVE REJ-CUST-ID TO WS-MERGE-CUST-ID
                   MOVE ZERO TO WS-MERGE-AMOUNT
               ELSE
                   MOVE CUST-ID TO WS-MERGE-CUST-ID
                   MOVE CUST-BALANCE TO WS-MERGE-AMOUNT
               END-IF
           END-IF.

       2300-MERGE-ONE-RECORD.
      *    Partitions concatenated out of order would put the merged
      *    file out of CUST-ID sequence - stop, as a single run
      *    stops on unsequenced input. A key repeated in a customer
      *    extract means two partitions both processed the customer;
      *    the reject file may list one customer under two reasons.
           IF WS-MERGE-CUST-ID < WS-PREVIOUS-CUST-ID
               PERFORM 8010-SEQUENCE-ERROR
           END-IF
           PERFORM 2500-FIND-PARTITION
           IF WS-PARTITION-FOUND
               ADD 1 TO WS-PRS-COUNT(PRT-IDX, WS-STREAM-SUB)
               ADD WS-MERGE-AMOUNT TO WS-PRS-AMT(PRT-IDX, WS-STREAM-SUB)
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           IF WS-MERGE-CUST-ID = WS-PREVIOUS-CUST-ID
           AND WS-STREAM-WRITTEN > ZERO
           AND WS-STREAM-SUB NOT = WS-STREAM-REJECT
               PERFORM 2400-DROP-DUPLICATE
           ELSE
               PERFORM 2600-WRITE-STREAM
               ADD 1 TO WS-STREAM-WRITTEN
               MOVE WS-MERGE-CUST-ID TO WS-PREVIOUS-CUST-ID
               IF WS-PARTITION-FOUND
                   MOVE WS-PRT-NUMBER(PRT-IDX)
                       TO WS-PREVIOUS-PARTITION
               END-IF
           END-IF
           PERFORM 2200-READ-STREAM.

       2400-DROP-DUPLICATE.
           ADD 1 TO WS-DUPLICATES-DROPPED
           MOVE WS-MERGE-CUST-ID TO WS-DPL-CUST-ID
           MOVE WS-STREAM-NAME(WS-STREAM-SUB) TO WS-DPL-STREAM
           MOVE WS-PREVIOUS-PARTITION TO WS-DPL-FIRST
           IF WS-PARTITION-FOUND
               MOVE WS-PRT-NUMBER(PRT-IDX) TO WS-DPL-SECOND
           ELSE
               MOVE ZEROS TO WS-DPL-SECOND
           END-IF
           MOVE WS-DUPLICATE-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           DISPLAY 'DUPLICATE CUST-ID ACROSS PARTITIONS: '
               WS-MERGE-CUST-ID ' IN ' WS-STREAM-NAME(WS-STREAM-SUB).

       2500-FIND-PARTITION.
      *    Leaves PRT-IDX on the partition whose range holds the key
           SET WS-PARTITION-NOT-FOUND TO TRUE
           SET PRT-IDX TO 1
           SEARCH WS-PARTITION-ENTRY
               AT END
                   CONTINUE
               WHEN PRT-IDX > WS-PARTITION-COUNT
                   CONTINUE
               WHEN WS-MERGE-CUST-ID NOT < WS-PRT-LOW(PRT-IDX)
               AND WS-MERGE-CUST-ID NOT > WS-PRT-HIGH(PRT-IDX)
                   SET WS-PARTITION-FOUND TO TRUE
           END-SEARCH.

       2600-WRITE-STREAM.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   WRITE OUTPUT-RECORD FROM CUSTOMER-RECORD
               WHEN 2
                   WRITE MERGED-REJECT-RECORD FROM REJECT-RECORD
               WHEN 3
                   WRITE OVERLIMIT-RECORD FROM CUSTOMER-RECORD
               WHEN 4
                   WRITE REGION-NE-RECORD FROM CUSTOMER-RECORD
               WHEN 5
                   WRITE REGION-SO-RECORD FROM CUSTOMER-RECORD
               WHEN 6
                   WRITE REGION-MW-RECORD FROM CUSTOMER-RECORD
               WHEN 7
                   WRITE REGION-WE-RECORD FROM CUSTOMER-RECORD
               WHEN 8
                   WRITE REGION-OT-RECORD FROM CUSTOMER-RECORD
               WHEN 9
                   WRITE PENDING-RECORD FROM CUSTOMER-RECORD
               WHEN 10
                   WRITE CLOSED-RECORD FROM CUSTOMER-RECORD
           END-EVALUATE
           IF WS-MERGED-STATUS NOT = '00'
               MOVE WS-MERGED-STATUS TO FS-STATUS-CODE
               STRING 'ERROR WRITING MERGED ' DELIMITED SIZE
                      WS-STREAM-NAME(WS-STREAM-SUB) DELIMITED SIZE
                      ' FILE' DELIMITED SIZE
                      INTO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF.

       2900-CLOSE-STREAM.
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   CLOSE PART-OUTPUT-FILE
                   CLOSE OUTPUT-FILE
               WHEN 2
                   CLOSE PART-REJECT-FILE
                   CLOSE REJECT-FILE
               WHEN 3
                   CLOSE PART-OVERLIMIT-FILE
                   CLOSE OVERLIMIT-FILE
               WHEN 4
                   CLOSE PART-REGION-NE-FILE
                   CLOSE REGION-NE-FILE
               WHEN 5
                   CLOSE PART-REGION-SO-FILE
                   CLOSE REGION-SO-FILE
               WHEN 6
                   CLOSE PART-REGION-MW-FILE
                   CLOSE REGION-MW-FILE
               WHEN 7
                   CLOSE PART-REGION-WE-FILE
                   CLOSE REGION-WE-FILE
               WHEN 8
                   CLOSE PART-REGION-OT-FILE
                   CLOSE REGION-OT-FILE
               WHEN 9
                   CLOSE PART-PENDING-FILE
                   CLOSE PENDING-FILE
               WHEN 10
                   CLOSE PART-CLOSED-FILE
                   CLOSE CLOSED-FILE
           END-EVALUATE
           DISPLAY 'MERGED ' WS-STREAM-NAME(WS-STREAM-SUB) ': '
               WS-STREAM-WRITTEN.

       3000-PROVE-PARTITIONS.
      *    Partition by partition: totals on file, a balanced run,
      *    exactly its range of the input read, and every extract
      *    carrying the records and dollars it said it wrote
           IF WS-UNPLACED-COUNT > ZERO
               MOVE 'RECORDS OUTSIDE EVERY PARTITION RANGE'
                   TO WS-MSG-TEXT
               MOVE WS-MESSAGE-LINE TO REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           PERFORM 3100-PROVE-ONE-PARTITION
               VARYING PRT-IDX FROM 1 BY 1
               UNTIL PRT-IDX > WS-PARTITION-COUNT.

       3100-PROVE-ONE-PARTITION.
           MOVE SPACES TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-PRT-NUMBER(PRT-IDX) TO WS-PTL-NUMBER
           MOVE WS-PRT-LOW(PRT-IDX) TO WS-PTL-LOW
           MOVE WS-PRT-HIGH(PRT-IDX) TO WS-PTL-HIGH
           IF WS-PRT-TOTALS-MISSING(PRT-IDX)
               MOVE 'MISSING - DID NOT FINISH' TO WS-PTL-TOTALS
               ADD 1 TO WS-PROOF-FAILURES
           ELSE
               MOVE WS-PRT-TOTALS(PRT-IDX) TO CONTROL-TOTALS-RECORD
               IF TOT-BALANCE-FLAG = 'B'
                   MOVE 'ON FILE - IN BALANCE' TO WS-PTL-TOTALS
               ELSE
                   MOVE 'ON FILE - OUT OF BALANCE' TO WS-PTL-TOTALS
                   ADD 1 TO WS-PROOF-FAILURES
               END-IF
           END-IF
           MOVE WS-PARTITION-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           IF WS-PRT-TOTALS-FOUND(PRT-IDX)
               MOVE WS-PROOF-HEADER TO REPORT-LINE
               PERFORM 5900-WRITE-REPORT-LINE
               PERFORM 3200-PROVE-INPUT
               PERFORM 3300-PROVE-STREAM
                   VARYING WS-STREAM-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-SUB > WS-STREAM-COUNT
               PERFORM 3400-ADD-TO-NIGHT
           END-IF.

       3200-PROVE-INPUT.
           MOVE 'INPUT READ' TO WS-PRF-WHAT
           MOVE TOT-READ-COUNT TO WS-EXPECT-COUNT
           MOVE TOT-INPUT-AMT TO WS-EXPECT-AMT
           MOVE WS-EXPECT-COUNT TO WS-PRF-EXPECT-COUNT
           MOVE WS-PRT-INPUT-COUNT(PRT-IDX) TO WS-PRF-FOUND-COUNT
           MOVE WS-EXPECT-AMT TO WS-PRF-EXPECT-AMT
           MOVE WS-PRT-INPUT-AMT(PRT-IDX) TO WS-PRF-FOUND-AMT
           IF WS-EXPECT-COUNT = WS-PRT-INPUT-COUNT(PRT-IDX)
           AND WS-EXPECT-AMT = WS-PRT-INPUT-AMT(PRT-IDX)
               MOVE 'PROVED' TO WS-PRF-RESULT
           ELSE
               MOVE '*MISMATCH*' TO WS-PRF-RESULT
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           PERFORM 3900-WRITE-PROOF-LINE.

       3300-PROVE-STREAM.
           MOVE WS-STREAM-NAME(WS-STREAM-SUB) TO WS-PRF-WHAT
           PERFORM 3310-SET-EXPECTED
           MOVE WS-EXPECT-COUNT TO WS-PRF-EXPECT-COUNT
           MOVE WS-PRS-COUNT(PRT-IDX, WS-STREAM-SUB)
               TO WS-PRF-FOUND-COUNT
           MOVE 'PROVED' TO WS-PRF-RESULT
           IF WS-EXPECT-COUNT NOT = WS-PRS-COUNT(PRT-IDX, WS-STREAM-SUB)
               MOVE '*MISMATCH*' TO WS-PRF-RESULT
           END-IF
      *    The totals carry no dollars for rejects or over-limits
           IF WS-STREAM-SUB = WS-STREAM-REJECT
           OR WS-STREAM-SUB = WS-STREAM-OVERLIMIT
               MOVE SPACES TO WS-PRF-NO-AMOUNTS
           ELSE
               MOVE WS-EXPECT-AMT TO WS-PRF-EXPECT-AMT
               MOVE WS-PRS-AMT(PRT-IDX, WS-STREAM-SUB)
                   TO WS-PRF-FOUND-AMT
               IF WS-EXPECT-AMT NOT = WS-PRS-AMT(PRT-IDX, WS-STREAM-SUB)
                   MOVE '*MISMATCH*' TO WS-PRF-RESULT
               END-IF
           END-IF
           IF WS-PRF-RESULT NOT = 'PROVED'
               ADD 1 TO WS-PROOF-FAILURES
           END-IF
           PERFORM 3900-WRITE-PROOF-LINE.

       3310-SET-EXPECTED.
           MOVE ZERO TO WS-EXPECT-AMT
           EVALUATE WS-STREAM-SUB
               WHEN 1
                   MOVE TOT-WRITE-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-OUTPUT-AMT TO WS-EXPECT-AMT
               WHEN 2
                   COMPUTE WS-EXPECT-COUNT =
                       TOT-ERROR-COUNT + TOT-DUPLICATE-COUNT
               WHEN 3
                   MOVE TOT-OVERLIMIT-COUNT TO WS-EXPECT-COUNT
               WHEN 4
                   MOVE TOT-REGION-NE-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-REGION-NE-AMT TO WS-EXPECT-AMT
               WHEN 5
                   MOVE TOT-REGION-SO-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-REGION-SO-AMT TO WS-EXPECT-AMT
               WHEN 6
                   MOVE TOT-REGION-MW-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-REGION-MW-AMT TO WS-EXPECT-AMT
               WHEN 7
                   MOVE TOT-REGION-WE-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-REGION-WE-AMT TO WS-EXPECT-AMT
               WHEN 8
                   MOVE TOT-REGION-OT-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-REGION-OT-AMT TO WS-EXPECT-AMT
               WHEN 9
                   MOVE TOT-PENDING-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-PENDING-AMT TO WS-EXPECT-AMT
               WHEN 10
                   MOVE TOT-CLOSED-COUNT TO WS-EXPECT-COUNT
                   MOVE TOT-CLOSED-AMT TO WS-EXPECT-AMT
           END-EVALUATE.

       3400-ADD-TO-NIGHT.
           ADD TOT-INPUT-AMT TO WS-SUM-INPUT-AMT
           ADD TOT-OUTPUT-AMT TO WS-SUM-OUTPUT-AMT
           ADD TOT-REGION-NE-AMT TO WS-SUM-REGION-NE-AMT
           ADD TOT-REGION-SO-AMT TO WS-SUM-REGION-SO-AMT
           ADD TOT-REGION-MW-AMT TO WS-SUM-REGION-MW-AMT
           ADD TOT-REGION-WE-AMT TO WS-SUM-REGION-WE-AMT
           ADD TOT-REGION-OT-AMT TO WS-SUM-REGION-OT-AMT
           ADD TOT-PENDING-AMT TO WS-SUM-PENDING-AMT
           ADD TOT-CLOSED-AMT TO WS-SUM-CLOSED-AMT
           ADD TOT-REJECT-AMT TO WS-SUM-REJECT-AMT
           ADD TOT-SKIP-AMT TO WS-SUM-SKIP-AMT
           ADD TOT-READ-COUNT TO WS-SUM-READ-COUNT
           ADD TOT-WRITE-COUNT TO WS-SUM-WRITE-COUNT
           ADD TOT-SKIP-COUNT TO WS-SUM-SKIP-COUNT
           ADD TOT-ERROR-COUNT TO WS-SUM-ERROR-COUNT
           ADD TOT-DUPLICATE-COUNT TO WS-SUM-DUPLICATE-COUNT
           ADD TOT-OVERLIMIT-COUNT TO WS-SUM-OVERLIMIT-COUNT
           ADD TOT-REGION-NE-COUNT TO WS-SUM-REGION-NE-COUNT
           ADD TOT-REGION-SO-COUNT TO WS-SUM-REGION-SO-COUNT
           ADD TOT-REGION-MW-COUNT TO WS-SUM-REGION-MW-COUNT
           ADD TOT-REGION-WE-COUNT TO WS-SUM-REGION-WE-COUNT
           ADD TOT-REGION-OT-COUNT TO WS-SUM-REGION-OT-COUNT
           ADD TOT-PENDING-COUNT TO WS-SUM-PENDING-COUNT
           ADD TOT-CLOSED-COUNT TO WS-SUM-CLOSED-COUNT.

       3900-WRITE-PROOF-LINE.
           MOVE WS-PRT-NUMBER(PRT-IDX) TO WS-PRF-PARTITION
           MOVE WS-PROOF-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       4000-WRITE-NIGHT-TOTALS.
      *    The whole night, balanced the way a single run balances
      *    itself, plus the merge's own proof: the partitions read
      *    the whole input between them, every proof held and no
      *    customer was processed twice
           COMPUTE WS-ACCOUNTED-AMT =
               WS-SUM-OUTPUT-AMT + WS-SUM-PENDING-AMT
               + WS-SUM-CLOSED-AMT + WS-SUM-REJECT-AMT
               + WS-SUM-SKIP-AMT
           COMPUTE WS-REGIONAL-AMT =
               WS-SUM-REGION-NE-AMT + WS-SUM-REGION-SO-AMT
               + WS-SUM-REGION-MW-AMT + WS-SUM-REGION-WE-AMT
               + WS-SUM-REGION-OT-AMT
           IF WS-ACCOUNTED-AMT NOT = WS-SUM-INPUT-AMT
           OR WS-REGIONAL-AMT NOT = WS-SUM-OUTPUT-AMT
           OR WS-SUM-READ-COUNT NOT = WS-NIGHT-INPUT-COUNT
           OR WS-SUM-INPUT-AMT NOT = WS-NIGHT-INPUT-AMT
           OR WS-PROOF-FAILURES > ZERO
           OR WS-DUPLICATES-DROPPED > ZERO
               SET WS-NIGHT-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 4100-REPORT-NIGHT
           PERFORM 4200-WRITE-CONTROL-TOTALS
           PERFORM 4300-WRITE-RUN-HISTORY
           PERFORM 4400-WRITE-STEP-CONTROL.

       4100-REPORT-NIGHT.
           MOVE SPACES TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE 'WHOLE NIGHT' TO WS-PRF-WHAT
           MOVE ZEROS TO WS-PRF-PARTITION
           MOVE WS-SUM-READ-COUNT TO WS-PRF-EXPECT-COUNT
           MOVE WS-NIGHT-INPUT-COUNT TO WS-PRF-FOUND-COUNT
           MOVE WS-SUM-INPUT-AMT TO WS-PRF-EXPECT-AMT
           MOVE WS-NIGHT-INPUT-AMT TO WS-PRF-FOUND-AMT
           IF WS-SUM-READ-COUNT = WS-NIGHT-INPUT-COUNT
           AND WS-SUM-INPUT-AMT = WS-NIGHT-INPUT-AMT
               MOVE 'PROVED' TO WS-PRF-RESULT
           ELSE
               MOVE '*MISMATCH*' TO WS-PRF-RESULT
           END-IF
           MOVE WS-PROOF-HEADER TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-PROOF-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-READ-COUNT TO WS-RPT-READ
           MOVE WS-SUM-WRITE-COUNT TO WS-RPT-WRITTEN
           MOVE WS-REPORT-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-OVERLIMIT-COUNT TO WS-RPT-OVERLIMIT
           MOVE WS-OVERLIMIT-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-REGION-NE-COUNT TO WS-RPT-REGION-NE
           MOVE WS-SUM-REGION-SO-COUNT TO WS-RPT-REGION-SO
           MOVE WS-SUM-REGION-MW-COUNT TO WS-RPT-REGION-MW
           MOVE WS-SUM-REGION-WE-COUNT TO WS-RPT-REGION-WE
           MOVE WS-SUM-REGION-OT-COUNT TO WS-RPT-REGION-OT
           MOVE WS-REGION-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-WRITE-COUNT TO WS-RPT-ACTIVE
           MOVE WS-SUM-SKIP-COUNT TO WS-RPT-INACTIVE
           MOVE WS-SUM-ERROR-COUNT TO WS-RPT-ERROR
           MOVE WS-STATUS-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-PENDING-COUNT TO WS-RPT-PENDING
           MOVE WS-SUM-CLOSED-COUNT TO WS-RPT-CLOSED
           MOVE WS-SUM-DUPLICATE-COUNT TO WS-RPT-DUPLICATE
           MOVE WS-PENDING-CLOSED-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-INPUT-AMT TO WS-RPT-INPUT-AMT
           MOVE WS-SUM-OUTPUT-AMT TO WS-RPT-OUTPUT-AMT
           MOVE WS-SUM-REJECT-AMT TO WS-RPT-REJECT-AMT
           MOVE WS-HASH-TOTAL-LINE-1 TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-SUM-PENDING-AMT TO WS-RPT-PENDING-AMT
           MOVE WS-SUM-CLOSED-AMT TO WS-RPT-CLOSED-AMT
           MOVE WS-SUM-SKIP-AMT TO WS-RPT-SKIP-AMT
           MOVE WS-HASH-TOTAL-LINE-2 TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           MOVE WS-PARTITION-COUNT TO WS-RPT-PARTITIONS
           MOVE WS-PROOF-FAILURES TO WS-RPT-FAILURES
           MOVE WS-DUPLICATES-DROPPED TO WS-RPT-DROPPED
           MOVE WS-MERGE-TOTAL TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE
           IF WS-NIGHT-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-RPT-BALANCE-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RPT-BALANCE-STATUS
               DISPLAY 'RUN OUT OF BALANCE - HOLD DOWNSTREAM JOBS'
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-BALANCE-STATUS-LINE TO REPORT-LINE
           PERFORM 5900-WRITE-REPORT-LINE.

       4200-WRITE-CONTROL-TOTALS.
      *    The record CUSTPOST verifies, as partition 00 over the
      *    whole CUST-ID range
           OPEN OUTPUT CONTROL-TOTALS-FILE
           IF WS-TOTALS-STATUS NOT = '00'
               MOVE WS-TOTALS-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING CONTROL TOTALS FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           MOVE SPACES TO CONTROL-TOTALS-RECORD
           MOVE WS-RUN-DATE TO TOT-RUN-DATE
           MOVE WS-SUM-INPUT-AMT TO TOT-INPUT-AMT
           MOVE WS-SUM-OUTPUT-AMT TO TOT-OUTPUT-AMT
           MOVE WS-SUM-REGION-NE-AMT TO TOT-REGION-NE-AMT
           MOVE WS-SUM-REGION-SO-AMT TO TOT-REGION-SO-AMT
           MOVE WS-SUM-REGION-MW-AMT TO TOT-REGION-MW-AMT
           MOVE WS-SUM-REGION-WE-AMT TO TOT-REGION-WE-AMT
           MOVE WS-SUM-REGION-OT-AMT TO TOT-REGION-OT-AMT
           MOVE WS-SUM-PENDING-AMT TO TOT-PENDING-AMT
           MOVE WS-SUM-CLOSED-AMT TO TOT-CLOSED-AMT
           MOVE WS-SUM-REJECT-AMT TO TOT-REJECT-AMT
           MOVE WS-SUM-SKIP-AMT TO TOT-SKIP-AMT
           MOVE WS-NIGHT-BALANCE-FLAG TO TOT-BALANCE-FLAG
           MOVE ZEROS TO TOT-PARTITION-NO
           MOVE ZEROS TO TOT-LOW-CUST-ID
           MOVE 99999999 TO TOT-HIGH-CUST-ID
           MOVE WS-SUM-COUNTS TO TOT-RECORD-COUNTS
           WRITE MERGED-TOTALS-RECORD FROM CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE.

       4300-WRITE-RUN-HISTORY.
      *    One record for the night, as a single run appends it
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-HISTORY-STATUS = '35'
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               MOVE WS-HISTORY-STATUS TO FS-STATUS-CODE
               MOVE 'ERROR OPENING RUN HISTORY FILE'
                   TO WS-ERROR-MESSAGE
               PERFORM 8000-FILE-STATUS-ERROR
           END-IF
           MOVE SPACES TO RUN-HISTORY-RECORD
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-SUM-READ-COUNT TO HIST-READ-COUNT
           MOVE WS-SUM-WRITE-COUNT TO HIST-WRITE-COUNT
           MOVE WS-SUM-SKIP-COUNT TO HIST-SKIP-COUNT
           MOVE WS-SUM-ERROR-COUNT TO HIST-ERROR-COUNT
           MOVE WS-SUM-DUPLICATE-COUNT TO HIST-DUPLICATE-COUNT
           MOVE WS-SUM-OVERLIMIT-COUNT TO HIST-OVERLIMIT-COUNT
           MOVE WS-SUM-REGION-NE-COUNT TO HIST-REGION-NE-COUNT
           MOVE WS-SUM-REGION-SO-COUNT TO HIST-REGION-SO-COUNT
           MOVE WS-SUM-REGION-MW-COUNT TO HIST-REGION-MW-COUNT
           MOVE WS-SUM-REGION-WE-COUNT TO HIST-REGION-WE-COUNT
           MOVE WS-SUM-REGION-OT-COUNT TO HIST-REGION-OT-COUNT
           MOVE WS-SUM-PENDING-COUNT TO HIST-PENDING-COUNT
           MOVE WS-SUM-CLOSED-COUNT TO HIST-CLOSED-COUNT
           WRITE RUN-HISTORY-RECORD
           CLOSE RUN-HISTORY-FILE.

       4400-WRITE-STEP-CONTROL.
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
           MOVE WS-NIGHT-BALANCE-FLAG TO STP-BALANCE-FLAG
           MOVE WS-SUM-READ-COUNT TO STP-RECORD-COUNT
           MOVE WS-SUM-INPUT-AMT TO STP-AMOUNT
           WRITE STEP-CONTROL-RECORD
           CLOSE STEP-CONTROL-FILE.

       5900-WRITE-REPORT-LINE.
           IF WS-LINES-ON-PAGE NOT LESS THAN WS-MAX-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVE-LINE
               ADD 1 TO WS-PAGE-NUMBER
               PERFORM 1030-WRITE-PAGE-HEADER
               MOVE WS-SAVE-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINES-ON-PAGE.

       8000-FILE-STATUS-ERROR.
      *    Translate the raw file-status code into a message and
      *    abort the run - a batch job cannot recover from a file
      *    that will not open
           EVALUATE TRUE
               WHEN FS-STATUS-SUCCESS
                   MOVE 'SUCCESSFUL COMPLETION' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-DUPLICATE
                   MOVE 'DUPLICATE KEY DETECTED' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-EOF
                   MOVE 'END OF FILE REACHED' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-NOT-FOUND
                   MOVE 'RECORD NOT FOUND' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-INVALID-KEY
                   MOVE 'INVALID KEY SEQUENCE OR KEY VALUE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-BOUNDARY
                   MOVE 'BOUNDARY VIOLATION ON WRITE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-30
                   MOVE 'PERMANENT I/O ERROR - UNDEFINED CONDITION'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-35
                   MOVE 'FILE NOT FOUND FOR OPEN' TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-37
                   MOVE 'OPEN MODE NOT SUPPORTED BY DEVICE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-38
                   MOVE 'FILE PREVIOUSLY CLOSED WITH LOCK'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-PERM-39
                   MOVE 'FILE ATTRIBUTE CONFLICT WITH PROGRAM'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-LOGIC-ERR
                   MOVE 'LOGIC ERROR - CHECK OPEN MODE OR SEQUENCE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-91
                   MOVE 'VSAM PASSWORD OR LOGIC ERROR'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-92
                   MOVE 'REQUEST ATTEMPTED ON FILE NOT OPEN'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-93
                   MOVE 'RESOURCE UNAVAILABLE - FILE/DEVICE BUSY'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-94
                   MOVE 'SEQUENTIAL I/O REQUEST OUT OF SEQUENCE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-95
                   MOVE 'FILE ATTRIBUTES INVALID OR INCOMPLETE'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-96
                   MOVE 'FILE NAME OR ASSIGNMENT NOT FOUND'
                       TO FS-STATUS-MESSAGE
               WHEN FS-STATUS-97
               OR FS-STATUS-98
               OR FS-STATUS-99
                   MOVE 'IMPLEMENTOR-DEFINED FILE ERROR'
                       TO FS-STATUS-MESSAGE
               WHEN OTHER
                   MOVE 'UNKNOWN FILE STATUS CODE' TO FS-STATUS-MESSAGE
           END-EVALUATE
           DISPLAY 'ERROR: ' WS-ERROR-MESSAGE
           DISPLAY 'FILE STATUS: ' FS-STATUS-CODE ' - '
               FS-STATUS-MESSAGE
           STOP RUN.

       8010-SEQUENCE-ERROR.
      *    The partition datasets were concatenated out of partition
      *    order - the merged file would be out of CUST-ID sequence
           DISPLAY 'ERROR: ' WS-STREAM-NAME(WS-STREAM-SUB)
               ' PARTITIONS OUT OF CUST-ID SEQUENCE'
           DISPLAY 'RECORD CUST-ID: ' WS-MERGE-CUST-ID
               ' IS LESS THAN PREVIOUS CUST-ID: ' WS-PREVIOUS-CUST-ID
           DISPLAY 'CONCATENATE THE PARTITIONS IN PARTITION ORDER'
           MOVE 8 TO RETURN-CODE
           PERFORM 2900-CLOSE-STREAM
           PERFORM 9000-TERMINATE
           STOP RUN.

       9000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-NIGHT-IN-BALANCE
               DISPLAY 'PARTITION MERGE COMPLETE - '
                   WS-PARTITION-COUNT ' PARTITIONS'
           ELSE
               DISPLAY 'PARTITION MERGE COMPLETE - OUT OF BALANCE'
           END-IF.
