      *****************************************************************
      * JRNLAREA - Customer Change Journal Request Area               *
      * Passed by every program that adds, rewrites or deletes a      *
      * CUSTOMER-RECORD. The caller moves the record as read to       *
      * JRQ-BEFORE-IMAGE before touching it and the record as written *
      * to JRQ-AFTER-IMAGE once the write, rewrite or delete has      *
      * worked, sets JRQ-ACTION (A add, C change, D delete), its own  *
      * program name, and the operator ID where one is signed on.     *
      * Batch callers CALL CUSTJRNL with JRQ-FUNCTION 'W', which      *
      * compares the two images and writes one CHGJRNL record per     *
      * changed field, and with 'C' once at the end of the run to     *
      * close the journal. CICS callers CALL CUSTJBLD, which only     *
      * builds the records into JRQ-ENTRY, and write them to the      *
      * journal file themselves. JRQ-RETURN-CODE 0 means records were *
      * built (and written); 4 means nothing had changed; 8 means the *
      * journal could not be written, with the file status in         *
      * JRQ-FILE-STATUS; 12 means a bad request.                      *
      *****************************************************************
       01  JOURNAL-REQUEST.
           05  JRQ-FUNCTION            PIC X(1).
               88  JRQ-WRITE           VALUE 'W'.
               88  JRQ-CLOSE           VALUE 'C'.
           05  JRQ-ACTION              PIC X(1).
               88  JRQ-ADD             VALUE 'A'.
               88  JRQ-CHANGE          VALUE 'C'.
               88  JRQ-DELETE          VALUE 'D'.
           05  JRQ-PROGRAM-ID          PIC X(8).
           05  JRQ-OPERATOR-ID         PIC X(8).
           05  JRQ-RETURN-CODE         PIC S9(4) COMP.
           05  JRQ-FILE-STATUS         PIC X(2).
           05  JRQ-BEFORE-IMAGE        PIC X(194).
           05  JRQ-AFTER-IMAGE         PIC X(194).
           05  JRQ-ENTRY-COUNT         PIC S9(4) COMP.
           05  JRQ-ENTRY               PIC X(180) OCCURS 14 TIMES.
