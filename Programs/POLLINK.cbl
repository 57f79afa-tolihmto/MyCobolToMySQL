      *> POLLINK - policyholder-to-customer linkage. POLICY's
      *> HOLDER-ID and HOLDER-NAME had no relationship to
      *> CUSTOMER-RECORD's CUST-ID and CUST-NAME anywhere in the
      *> suite, so Sales could not say which customers hold policies
      *> with which COMPANY-CODE, nor which policyholders were never
      *> set up as customers. This reads every company file
      *> Config/POLICY_BATCH.cfg lists (the same list BATCHPOL loads)
      *> and matches each distinct COMPANY-CODE/HOLDER-ID against the
      *> keyed customer master CUSTIDX builds
      *> (Output/CUSTOMER_MASTER.IDX):
      *>   - on HOLDER-ID = CUST-ID, and
      *>   - on the holder's FIRST-NAME/LAST-NAME against CUST-NAME,
      *>     letters only and upper case, in either order (CUST-NAME
      *>     is one 20-byte field; the holder's name is laid into the
      *>     same 20 bytes both ways before comparing, so a name the
      *>     customer extract truncated still agrees).
      *> The match-confidence code (decoded as LINK-CONFIDENCE in
      *> Config/CODE_TABLES.cfg, so CODE_TABLE carries it too):
      *>   H  HOLDER-ID is a CUST-ID and the names agree
      *>   M  names agree with exactly one customer; the HOLDER-ID is
      *>      not that customer's CUST-ID
      *>   L  HOLDER-ID is a CUST-ID but the names disagree and no
      *>      single customer's name agrees - a weak link, loaded so
      *>      it can be worked, flagged so it is not trusted
      *> A holder whose name agrees with more than one customer and
      *> has no ID agreement is AMBIGUOUS, and one with no agreement
      *> at all is NO CUSTOMER; neither is linked, both list in the
      *> unmatched-holders report.
      *>
      *> Outputs:
      *>   Output/POLICY_CUSTOMER_LINK_INSERTS.sql  the table load -
      *>       same reload-guard-then-INSERTs shape as every other
      *>       generated SQL file, one row per COMPANY-CODE/HOLDER-ID
      *>   Output/POLICY_CUSTOMER_LINK_RECON.txt    read = distinct
      *>       holders, loaded = linked, rejected = unmatched, so
      *>       SQLGATE can gate the load like any other
      *>   Output/POLICY_UNMATCHED_HOLDERS.txt      the unmatched
      *>       holders by company, per-company counts by
      *>       confidence, and the linked customers under each
      *>       COMPANY-CODE
      *> and the usual CONVERSION_RUN_LOG row.
      *>
      *> The master is never held in memory: the ID agreement is a
      *> keyed READ of the master, and the name agreement is a START
      *> on a name-keyed work file (Output/POLICY_LINK_NAMES.IDX)
      *> built from the master in one pass at the top of the run. The
      *> distinct holders and the companies are held in bounded
      *> in-memory tables; an overflow stops the run loudly rather
      *> than load a partial link table as if complete.
      *>
      *> Note: ORGANIZATION INDEXED needs a runtime built with
      *> indexed-file support, as CUSTIDX notes.
      *>
      *> Command line: [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      *>
      *> Row lineage: every POLICY_CUSTOMER_LINK row carries
      *> LOAD_RUN_ID, SOURCE_RECORD_NO and SOURCE_FINGERPRINT
      *> (LINEAGELIB.cpy) - this run's CONVERSION_RUN_LOG key, the
      *> number (within the company file SOURCE_FILE names) of the
      *> first policy record that introduced the holder, and the
      *> intake ledger's fingerprint of that file.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POLLINK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-LIST-FILE ASSIGN TO DYNAMIC WS-BATCH-LIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATCH-LIST-STATUS.
    SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT CUSTOMER-MASTER-FILE
        ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT NAME-INDEX-FILE
        ASSIGN TO DYNAMIC WS-NAME-INDEX-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NX-KEY
        FILE STATUS IS WS-NAME-INDEX-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
    SELECT CODE-FILE ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CODE-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-LIST-FILE.
01  BATCH-LIST-LINE              PIC X(80).

FD  POLICY-FILE.
    COPY "sample_nested_fillers.cpy".
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

      *> The 111 bytes CUSTIDX writes: CUSTOMER-RECORD's 80 with the
      *> key broken out for the indexed organization, then the
      *> extract record number and fingerprint; each record read is
      *> moved into CUSTOMER-RECORD (WORKING-STORAGE) for its field
      *> names.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

      *> One entry per customer under its normalized CUST-NAME; the
      *> CUST-ID half keeps two customers of one name apart.
FD  NAME-INDEX-FILE.
01  NAME-INDEX-REC.
    05  NX-KEY.
        10  NX-NAME-NORM         PIC X(20).
        10  NX-CUST-ID           PIC 9(9).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(400).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).

FD  REPORT-FILE.
01  REPORT-REC                   PIC X(132).

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

FD  CODE-FILE.
01  CODE-LINE                    PIC X(120).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "DATEWS.cpy".
COPY "CODEWS.cpy".
COPY "LOCKWS.cpy".
COPY "sample.cpy".

01  WS-BATCH-LIST-NAME           PIC X(80)
                                  VALUE "Config/POLICY_BATCH.cfg".
01  WS-BATCH-LIST-STATUS         PIC XX VALUE SPACES.
01  WS-INPUT-FILE                PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-MASTER-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_MASTER.IDX".
01  WS-MASTER-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-NAME-INDEX-FILE-NAME      PIC X(80)
                                  VALUE "Output/POLICY_LINK_NAMES.IDX".
01  WS-NAME-INDEX-STATUS         PIC XX VALUE SPACES.
01  WS-INSERT-FILE-NAME          PIC X(80)
                         VALUE "Output/POLICY_CUSTOMER_LINK_INSERTS.sql".
01  WS-REPORT-FILE-NAME          PIC X(80)
                         VALUE "Output/POLICY_UNMATCHED_HOLDERS.txt".
01  WS-BATCH-EOF                 PIC X(1) VALUE 'N'.
01  WS-FILE-EOF                  PIC X(1).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.
01  WS-CO-OVERFLOW               PIC X(1) VALUE 'N'.

01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-FILE-RECORD-COUNT         PIC 9(9) VALUE 0.
01  WS-LINKED-COUNT              PIC 9(9) VALUE 0.
01  WS-UNMATCHED-COUNT           PIC 9(9) VALUE 0.

      *> One holder's agreements: the customer whose CUST-ID is the
      *> HOLDER-ID (with its normalized name), and the customers
      *> whose name agrees (how many, and the last one found).
01  WS-CU-ID-FOUND               PIC X(1).
01  WS-CU-ID-CUST-ID             PIC 9(9).
01  WS-CU-ID-NAME-NORM           PIC X(20).
01  WS-CU-NAME-CUST-ID           PIC 9(9).
01  WS-NAME-HITS                 PIC 9(5).
01  WS-NAME-PROBE                PIC X(20).
01  WS-NAME-EOF                  PIC X(1).

      *> Distinct COMPANY-CODE/HOLDER-ID pairs with their verdict.
      *> WS-HO-CONF is H/M/L for a link, A (ambiguous) or N (no
      *> customer) for an unmatched holder.
01  WS-HOLDER-COUNT              PIC 9(5) VALUE 0.
01  WS-HOLDER-TABLE.
    05  WS-HO-ENTRY OCCURS 5000 TIMES.
        10  WS-HO-COMPANY        PIC X(3).
        10  WS-HO-HOLDER-ID      PIC 9(8).
        10  WS-HO-LAST-NAME      PIC X(20).
        10  WS-HO-FIRST-NAME     PIC X(15).
        10  WS-HO-CUST-ID        PIC 9(9).
        10  WS-HO-CONF           PIC X(1).
        10  WS-HO-NAME-HITS      PIC 9(5).
        10  WS-HO-SOURCE         PIC X(80).
        10  WS-HO-SOURCE-RECNO   PIC 9(9).
        10  WS-HO-FINGERPRINT    PIC X(22).
01  WS-HO-IDX                    PIC 9(5).
01  WS-HO-FOUND                  PIC X(1).

      *> Per-company counts for the report trailer.
01  WS-CO-COUNT                  PIC 9(2) VALUE 0.
01  WS-CO-TABLE.
    05  WS-CO-ENTRY OCCURS 50 TIMES.
        10  WS-CO-CODE           PIC X(3).
        10  WS-CO-HIGH           PIC 9(6).
        10  WS-CO-MEDIUM         PIC 9(6).
        10  WS-CO-LOW            PIC 9(6).
        10  WS-CO-AMBIGUOUS      PIC 9(6).
        10  WS-CO-NONE           PIC 9(6).
01  WS-CO-I                      PIC 9(2).
01  WS-CO-MATCH                  PIC 9(2).

      *> Name normalization work areas.
01  WS-NORM-IN                   PIC X(25).
01  WS-NORM-OUT                  PIC X(25).
01  WS-NORM-POS                  PIC 9(2).
01  WS-NORM-OUT-LEN              PIC 9(2).
01  WS-NORM-CHAR                 PIC X(1).
01  WS-NAME-LAID                 PIC X(20).
01  WS-HOLDER-FORWARD            PIC X(20).
01  WS-HOLDER-REVERSED           PIC X(20).

01  WS-COMPANY-CODE-ESC          PIC X(10).
01  WS-SOURCE-FILE-ESC           PIC X(165).
01  WS-OUT-LINE                  PIC X(400) VALUE SPACES.
01  WS-REASON-TEXT               PIC X(40).
01  WS-HITS-EDIT                 PIC Z(4)9.

COPY "RECONWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    MOVE "Output/POLICY_CUSTOMER_LINK_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    MOVE "Output/POLICY_CUSTOMER_LINK_RECON.txt" TO WS-RECON-FILE-NAME

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "POLLINK" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "POLICY-CUSTOMER-LINK" TO CRL-COPYBOOK-NAME
    MOVE WS-BATCH-LIST-NAME TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    PERFORM LOAD-CODE-TABLE

    PERFORM BUILD-NAME-INDEX

    OPEN INPUT BATCH-LIST-FILE
    IF WS-BATCH-LIST-STATUS NOT = '00'
       DISPLAY "POLLINK: cannot open "
               FUNCTION TRIM(WS-BATCH-LIST-NAME)
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-BATCH-EOF = 'Y'
       READ BATCH-LIST-FILE
          AT END
             MOVE 'Y' TO WS-BATCH-EOF
          NOT AT END
             IF FUNCTION TRIM(BATCH-LIST-LINE) NOT = SPACES
                MOVE FUNCTION TRIM(BATCH-LIST-LINE)
                     TO WS-INPUT-FILE
                PERFORM SCAN-ONE-POLICY-FILE
             END-IF
       END-READ
    END-PERFORM
    CLOSE BATCH-LIST-FILE

    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "POLLINK: more than 5000 distinct "
               "policyholders - a partial link table would be "
               "loaded as if complete, stopping."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM VARYING WS-HO-IDX FROM 1 BY 1
            UNTIL WS-HO-IDX > WS-HOLDER-COUNT
       PERFORM MATCH-ONE-HOLDER
    END-PERFORM
    CLOSE CUSTOMER-MASTER-FILE
    CLOSE NAME-INDEX-FILE

    IF WS-CO-OVERFLOW = 'Y'
       DISPLAY "POLLINK: more than 50 COMPANY-CODEs in the policy "
               "files - the per-company counts would be short, "
               "stopping."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN OUTPUT INSERT-FILE
    MOVE "POLICY_CUSTOMER_LINK" TO WS-TXN-GUARD-TABLE
    PERFORM SQL-WRITE-RELOAD-GUARD
    PERFORM VARYING WS-HO-IDX FROM 1 BY 1
            UNTIL WS-HO-IDX > WS-HOLDER-COUNT
       IF WS-HO-CONF(WS-HO-IDX) = 'H'
          OR WS-HO-CONF(WS-HO-IDX) = 'M'
          OR WS-HO-CONF(WS-HO-IDX) = 'L'
          PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
          PERFORM EMIT-LINK-INSERT
       END-IF
    END-PERFORM
    PERFORM SQL-CLOSE-BLOCK
    CLOSE INSERT-FILE

    PERFORM WRITE-UNMATCHED-REPORT

    MOVE "POLICY-CUSTOMER-LINK" TO REC-COPYBOOK-NAME
    MOVE WS-HOLDER-COUNT TO REC-RECORDS-READ
    MOVE WS-LINKED-COUNT TO REC-RECORDS-LOADED
    MOVE WS-UNMATCHED-COUNT TO REC-RECORDS-REJECTED
    MOVE "N/A" TO REC-CONTROL-FIELD
    MOVE 0 TO REC-CONTROL-TOTAL
    PERFORM WRITE-RECON-REPORT

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-HOLDER-COUNT TO CRL-RECORDS-READ
    MOVE WS-LINKED-COUNT TO CRL-RECORDS-LOADED
    MOVE WS-UNMATCHED-COUNT TO CRL-RECORDS-REJECTED
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG

    DISPLAY "POLLINK: " WS-RECORD-COUNT " policy record(s), "
            WS-HOLDER-COUNT " distinct holder(s), "
            WS-LINKED-COUNT " linked, " WS-UNMATCHED-COUNT
            " unmatched - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

      *> One pass over the master lays every customer's normalized
      *> name into the name-keyed work file, recreated each run so it
      *> can never disagree with the master. The master stays open
      *> for the keyed READs the matching makes.
BUILD-NAME-INDEX.
    MOVE 'N' TO WS-EOF
    OPEN OUTPUT NAME-INDEX-FILE
    IF WS-NAME-INDEX-STATUS NOT = '00'
       DISPLAY "POLLINK: cannot create name work file "
               FUNCTION TRIM(WS-NAME-INDEX-FILE-NAME)
               " (STATUS=" WS-NAME-INDEX-STATUS ") - stopping."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = '00'
       DISPLAY "POLLINK: cannot open keyed master "
               FUNCTION TRIM(WS-MASTER-FILE-NAME)
               " (STATUS=" WS-MASTER-FILE-STATUS
               ") - run CUSTIDX first."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ CUSTOMER-MASTER-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EOF
       END-READ
       *> judged after the READ, as CUSTLOAD's range read does - a
       *> corrupt master must fail the run, not spin on a stale buffer
       IF WS-EOF = 'N'
          IF WS-MASTER-FILE-STATUS = '00'
             MOVE CUSTOMER-MASTER-REC TO CUSTOMER-RECORD
             PERFORM INDEX-ONE-CUSTOMER
          ELSE
             DISPLAY "POLLINK: keyed master READ failed with STATUS="
                     WS-MASTER-FILE-STATUS " - stopping."
             PERFORM CLOSE-RUN-LOG
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF
    END-PERFORM
    CLOSE NAME-INDEX-FILE
    OPEN INPUT NAME-INDEX-FILE
    IF WS-NAME-INDEX-STATUS NOT = '00'
       DISPLAY "POLLINK: cannot reopen name work file "
               FUNCTION TRIM(WS-NAME-INDEX-FILE-NAME)
               " (STATUS=" WS-NAME-INDEX-STATUS ") - stopping."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

      *> A name with no letters can agree with nothing, so it is not
      *> laid down at all.
INDEX-ONE-CUSTOMER.
    MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-NORM-IN
    PERFORM KEEP-LETTERS-ONLY
    IF WS-NORM-OUT(1:20) NOT = SPACES
       MOVE WS-NORM-OUT(1:20) TO NX-NAME-NORM
       MOVE CUST-ID IN CUSTOMER-RECORD TO NX-CUST-ID
       WRITE NAME-INDEX-REC
          INVALID KEY
             DISPLAY "POLLINK: name work file WRITE failed with STATUS="
                     WS-NAME-INDEX-STATUS " - stopping."
             PERFORM CLOSE-RUN-LOG
             PERFORM RELEASE-RUN-LOCK
             MOVE 8 TO RETURN-CODE
             STOP RUN
       END-WRITE
    END-IF.

SCAN-ONE-POLICY-FILE.
    MOVE 'N' TO WS-FILE-EOF
    MOVE 0 TO WS-FILE-RECORD-COUNT
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT
    OPEN INPUT POLICY-FILE
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "POLLINK: cannot open "
               FUNCTION TRIM(WS-INPUT-FILE)
               " (STATUS=" WS-INPUT-FILE-STATUS ") - skipped."
       CLOSE POLICY-FILE
    ELSE
       PERFORM UNTIL WS-FILE-EOF = 'Y'
          READ POLICY-FILE
             AT END
                MOVE 'Y' TO WS-FILE-EOF
             NOT AT END
                IF POLICY-RAW-VIEW(1:3) = 'HDR'
                   OR POLICY-RAW-VIEW(1:3) = 'TRL'
                   CONTINUE
                ELSE
                   ADD 1 TO WS-RECORD-COUNT
                   ADD 1 TO WS-FILE-RECORD-COUNT
                   PERFORM NOTE-ONE-HOLDER
                END-IF
          END-READ
       END-PERFORM
       CLOSE POLICY-FILE
    END-IF.

      *> A holder with several policies at one company links once; a
      *> HOLDER-ID that is not clean digits is held as zero and can
      *> still link on name.
NOTE-ONE-HOLDER.
    MOVE 'N' TO WS-HO-FOUND
    PERFORM VARYING WS-HO-IDX FROM 1 BY 1
            UNTIL WS-HO-IDX > WS-HOLDER-COUNT
               OR WS-HO-FOUND = 'Y'
       IF WS-HO-COMPANY(WS-HO-IDX) = COMPANY-CODE
          AND ((HOLDER-ID IS NUMERIC
                AND WS-HO-HOLDER-ID(WS-HO-IDX) = HOLDER-ID)
               OR (HOLDER-ID IS NOT NUMERIC
                AND WS-HO-HOLDER-ID(WS-HO-IDX) = 0
                AND WS-HO-LAST-NAME(WS-HO-IDX) = LAST-NAME
                AND WS-HO-FIRST-NAME(WS-HO-IDX) = FIRST-NAME))
          MOVE 'Y' TO WS-HO-FOUND
       END-IF
    END-PERFORM
    IF WS-HO-FOUND = 'N'
       IF WS-HOLDER-COUNT >= 5000
          MOVE 'Y' TO WS-TABLE-OVERFLOW
       ELSE
          ADD 1 TO WS-HOLDER-COUNT
          MOVE COMPANY-CODE TO WS-HO-COMPANY(WS-HOLDER-COUNT)
          IF HOLDER-ID IS NUMERIC
             MOVE HOLDER-ID TO WS-HO-HOLDER-ID(WS-HOLDER-COUNT)
          ELSE
             MOVE 0 TO WS-HO-HOLDER-ID(WS-HOLDER-COUNT)
          END-IF
          MOVE LAST-NAME TO WS-HO-LAST-NAME(WS-HOLDER-COUNT)
          MOVE FIRST-NAME TO WS-HO-FIRST-NAME(WS-HOLDER-COUNT)
          MOVE 0 TO WS-HO-CUST-ID(WS-HOLDER-COUNT)
          MOVE SPACE TO WS-HO-CONF(WS-HOLDER-COUNT)
          MOVE 0 TO WS-HO-NAME-HITS(WS-HOLDER-COUNT)
          MOVE WS-INPUT-FILE TO WS-HO-SOURCE(WS-HOLDER-COUNT)
          MOVE WS-FILE-RECORD-COUNT
               TO WS-HO-SOURCE-RECNO(WS-HOLDER-COUNT)
          MOVE WS-LIN-FINGERPRINT
               TO WS-HO-FINGERPRINT(WS-HOLDER-COUNT)
       END-IF
    END-IF.

      *> The holder's name laid into CUST-NAME's 20 bytes forename
      *> first and surname first, each reduced to letters; then a
      *> keyed READ of the master for the ID agreement and a START on
      *> the name work file for each form for the name hits.
MATCH-ONE-HOLDER.
    MOVE SPACES TO WS-NAME-LAID
    STRING FUNCTION TRIM(WS-HO-FIRST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-LAST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           INTO WS-NAME-LAID
    END-STRING
    MOVE FUNCTION UPPER-CASE(WS-NAME-LAID) TO WS-NORM-IN
    PERFORM KEEP-LETTERS-ONLY
    MOVE WS-NORM-OUT(1:20) TO WS-HOLDER-FORWARD
    MOVE SPACES TO WS-NAME-LAID
    STRING FUNCTION TRIM(WS-HO-LAST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-FIRST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           INTO WS-NAME-LAID
    END-STRING
    MOVE FUNCTION UPPER-CASE(WS-NAME-LAID) TO WS-NORM-IN
    PERFORM KEEP-LETTERS-ONLY
    MOVE WS-NORM-OUT(1:20) TO WS-HOLDER-REVERSED

    MOVE 'N' TO WS-CU-ID-FOUND
    MOVE 0 TO WS-CU-ID-CUST-ID WS-CU-NAME-CUST-ID WS-NAME-HITS
    MOVE SPACES TO WS-CU-ID-NAME-NORM
    IF WS-HO-HOLDER-ID(WS-HO-IDX) > 0
       PERFORM FIND-CUSTOMER-BY-ID
    END-IF
    IF WS-HOLDER-FORWARD NOT = SPACES
       MOVE WS-HOLDER-FORWARD TO WS-NAME-PROBE
       PERFORM COUNT-NAME-HITS
       *> "ANN ANN" reads the same both ways - count it once
       IF WS-HOLDER-REVERSED NOT = WS-HOLDER-FORWARD
          MOVE WS-HOLDER-REVERSED TO WS-NAME-PROBE
          PERFORM COUNT-NAME-HITS
       END-IF
    END-IF
    MOVE WS-NAME-HITS TO WS-HO-NAME-HITS(WS-HO-IDX)

    EVALUATE TRUE
       WHEN WS-CU-ID-FOUND = 'Y'
            AND WS-HOLDER-FORWARD NOT = SPACES
            AND (WS-CU-ID-NAME-NORM = WS-HOLDER-FORWARD
                 OR WS-CU-ID-NAME-NORM = WS-HOLDER-REVERSED)
          MOVE 'H' TO WS-HO-CONF(WS-HO-IDX)
          MOVE WS-CU-ID-CUST-ID TO WS-HO-CUST-ID(WS-HO-IDX)
       WHEN WS-NAME-HITS = 1
          MOVE 'M' TO WS-HO-CONF(WS-HO-IDX)
          MOVE WS-CU-NAME-CUST-ID TO WS-HO-CUST-ID(WS-HO-IDX)
       WHEN WS-CU-ID-FOUND = 'Y' AND WS-NAME-HITS = 0
          MOVE 'L' TO WS-HO-CONF(WS-HO-IDX)
          MOVE WS-CU-ID-CUST-ID TO WS-HO-CUST-ID(WS-HO-IDX)
       WHEN WS-NAME-HITS > 1
          MOVE 'A' TO WS-HO-CONF(WS-HO-IDX)
       WHEN OTHER
          MOVE 'N' TO WS-HO-CONF(WS-HO-IDX)
    END-EVALUATE

    *> An ID agreement whose name disagrees while several other
    *> customers' names agree is no link at all - it is ambiguous.
    IF WS-HO-CONF(WS-HO-IDX) = 'L' OR WS-HO-CONF(WS-HO-IDX) = 'H'
       OR WS-HO-CONF(WS-HO-IDX) = 'M'
       ADD 1 TO WS-LINKED-COUNT
    ELSE
       IF WS-CU-ID-FOUND = 'Y'
          MOVE 'A' TO WS-HO-CONF(WS-HO-IDX)
       END-IF
       ADD 1 TO WS-UNMATCHED-COUNT
    END-IF
    PERFORM TALLY-COMPANY.

FIND-CUSTOMER-BY-ID.
    MOVE WS-HO-HOLDER-ID(WS-HO-IDX) TO CM-CUST-ID
    READ CUSTOMER-MASTER-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE CUSTOMER-MASTER-REC TO CUSTOMER-RECORD
          MOVE 'Y' TO WS-CU-ID-FOUND
          MOVE CUST-ID IN CUSTOMER-RECORD TO WS-CU-ID-CUST-ID
          MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-NORM-IN
          PERFORM KEEP-LETTERS-ONLY
          MOVE WS-NORM-OUT(1:20) TO WS-CU-ID-NAME-NORM
    END-READ.

      *> Every customer filed under WS-NAME-PROBE: START at the name
      *> with the lowest CUST-ID, READ NEXT until the name changes.
COUNT-NAME-HITS.
    MOVE 'N' TO WS-NAME-EOF
    MOVE WS-NAME-PROBE TO NX-NAME-NORM
    MOVE 0 TO NX-CUST-ID
    START NAME-INDEX-FILE KEY IS >= NX-KEY
       INVALID KEY
          MOVE 'Y' TO WS-NAME-EOF
    END-START
    PERFORM UNTIL WS-NAME-EOF = 'Y'
       READ NAME-INDEX-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-NAME-EOF
          NOT AT END
             IF NX-NAME-NORM = WS-NAME-PROBE
                ADD 1 TO WS-NAME-HITS
                MOVE NX-CUST-ID TO WS-CU-NAME-CUST-ID
             ELSE
                MOVE 'Y' TO WS-NAME-EOF
             END-IF
       END-READ
    END-PERFORM.

EMIT-LINK-INSERT.
    MOVE FUNCTION TRIM(WS-HO-COMPANY(WS-HO-IDX)) TO WS-ESC-IN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HO-COMPANY(WS-HO-IDX)))
         TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-SQL
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-COMPANY-CODE-ESC
    MOVE FUNCTION TRIM(WS-HO-SOURCE(WS-HO-IDX)) TO WS-ESC-IN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HO-SOURCE(WS-HO-IDX)))
         TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-SQL
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-SOURCE-FILE-ESC
    MOVE WS-HO-SOURCE-RECNO(WS-HO-IDX) TO WS-LIN-RECORD-NO
    MOVE WS-HO-FINGERPRINT(WS-HO-IDX) TO WS-LIN-FINGERPRINT
    PERFORM BUILD-LINEAGE-VALUES

    MOVE SPACES TO WS-OUT-LINE
    STRING "INSERT INTO POLICY_CUSTOMER_LINK "
           "(COMPANY_CODE, HOLDER_ID, CUST_ID, MATCH_CONFIDENCE, "
           "SOURCE_FILE" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES ('" DELIMITED BY SIZE
           FUNCTION TRIM(WS-COMPANY-CODE-ESC) DELIMITED BY SIZE
           "', " DELIMITED BY SIZE
           WS-HO-HOLDER-ID(WS-HO-IDX) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           WS-HO-CUST-ID(WS-HO-IDX) DELIMITED BY SIZE
           ", '" DELIMITED BY SIZE
           WS-HO-CONF(WS-HO-IDX) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SOURCE-FILE-ESC) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ");" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> Unmatched holders grouped under their company in the order
      *> the company files were read, then the per-company counts.
WRITE-UNMATCHED-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "UNMATCHED POLICYHOLDERS  MASTER=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-MASTER-FILE-NAME) DELIMITED BY SIZE
           "  BATCH=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BATCH-LIST-NAME) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-CO-I FROM 1 BY 1 UNTIL WS-CO-I > WS-CO-COUNT
       IF WS-CO-AMBIGUOUS(WS-CO-I) + WS-CO-NONE(WS-CO-I) > 0
          MOVE SPACES TO WS-OUT-LINE
          STRING "COMPANY " DELIMITED BY SIZE
                 WS-CO-CODE(WS-CO-I) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
          PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                  UNTIL WS-HO-IDX > WS-HOLDER-COUNT
             IF WS-HO-COMPANY(WS-HO-IDX) = WS-CO-CODE(WS-CO-I)
                AND (WS-HO-CONF(WS-HO-IDX) = 'A'
                     OR WS-HO-CONF(WS-HO-IDX) = 'N')
                PERFORM WRITE-ONE-UNMATCHED-LINE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    IF WS-UNMATCHED-COUNT = 0
       MOVE "  (NONE - EVERY POLICYHOLDER LINKED TO A CUSTOMER)"
            TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "PER-COMPANY LINKAGE" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-CO-I FROM 1 BY 1 UNTIL WS-CO-I > WS-CO-COUNT
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " DELIMITED BY SIZE
              WS-CO-CODE(WS-CO-I) DELIMITED BY SIZE
              "  H=" DELIMITED BY SIZE
              WS-CO-HIGH(WS-CO-I) DELIMITED BY SIZE
              " M=" DELIMITED BY SIZE
              WS-CO-MEDIUM(WS-CO-I) DELIMITED BY SIZE
              " L=" DELIMITED BY SIZE
              WS-CO-LOW(WS-CO-I) DELIMITED BY SIZE
              "  AMBIGUOUS=" DELIMITED BY SIZE
              WS-CO-AMBIGUOUS(WS-CO-I) DELIMITED BY SIZE
              " NO CUSTOMER=" DELIMITED BY SIZE
              WS-CO-NONE(WS-CO-I) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "CUSTOMERS HOLDING POLICIES BY COMPANY" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-CO-I FROM 1 BY 1 UNTIL WS-CO-I > WS-CO-COUNT
       IF WS-CO-HIGH(WS-CO-I) + WS-CO-MEDIUM(WS-CO-I)
          + WS-CO-LOW(WS-CO-I) > 0
          MOVE SPACES TO WS-OUT-LINE
          STRING "COMPANY " DELIMITED BY SIZE
                 WS-CO-CODE(WS-CO-I) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
          PERFORM VARYING WS-HO-IDX FROM 1 BY 1
                  UNTIL WS-HO-IDX > WS-HOLDER-COUNT
             IF WS-HO-COMPANY(WS-HO-IDX) = WS-CO-CODE(WS-CO-I)
                AND (WS-HO-CONF(WS-HO-IDX) = 'H'
                     OR WS-HO-CONF(WS-HO-IDX) = 'M'
                     OR WS-HO-CONF(WS-HO-IDX) = 'L')
                PERFORM WRITE-ONE-LINKED-LINE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "LINK-CONFIDENCE" TO WS-CODE-FIELD
    MOVE SPACES TO WS-CODE-VALUE
    MOVE "H" TO WS-CODE-VALUE
    PERFORM WRITE-CONFIDENCE-LEGEND
    MOVE "M" TO WS-CODE-VALUE
    PERFORM WRITE-CONFIDENCE-LEGEND
    MOVE "L" TO WS-CODE-VALUE
    PERFORM WRITE-CONFIDENCE-LEGEND
    MOVE SPACES TO WS-OUT-LINE
    STRING "POLICY RECORDS=" DELIMITED BY SIZE
           WS-RECORD-COUNT DELIMITED BY SIZE
           "  DISTINCT HOLDERS=" DELIMITED BY SIZE
           WS-HOLDER-COUNT DELIMITED BY SIZE
           "  LINKED=" DELIMITED BY SIZE
           WS-LINKED-COUNT DELIMITED BY SIZE
           "  UNMATCHED=" DELIMITED BY SIZE
           WS-UNMATCHED-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    CLOSE REPORT-FILE.

WRITE-ONE-UNMATCHED-LINE.
    IF WS-HO-CONF(WS-HO-IDX) = 'A'
       MOVE WS-HO-NAME-HITS(WS-HO-IDX) TO WS-HITS-EDIT
       MOVE SPACES TO WS-REASON-TEXT
       STRING "AMBIGUOUS - NAME AGREES WITH " DELIMITED BY SIZE
              FUNCTION TRIM(WS-HITS-EDIT) DELIMITED BY SIZE
              " CUSTOMERS" DELIMITED BY SIZE
              INTO WS-REASON-TEXT
       END-STRING
    ELSE
       MOVE "NO CUSTOMER - NEVER SET UP" TO WS-REASON-TEXT
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "  HOLDER=" DELIMITED BY SIZE
           WS-HO-HOLDER-ID(WS-HO-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-LAST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-FIRST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REASON-TEXT) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-ONE-LINKED-LINE.
    MOVE SPACES TO WS-OUT-LINE
    STRING "  CUST-ID=" DELIMITED BY SIZE
           WS-HO-CUST-ID(WS-HO-IDX) DELIMITED BY SIZE
           "  HOLDER=" DELIMITED BY SIZE
           WS-HO-HOLDER-ID(WS-HO-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-LAST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-HO-FIRST-NAME(WS-HO-IDX)) DELIMITED BY SIZE
           "  CONFIDENCE=" DELIMITED BY SIZE
           WS-HO-CONF(WS-HO-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-CONFIDENCE-LEGEND.
    PERFORM FIND-CODE-DESC
    MOVE SPACES TO WS-OUT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-CODE-VALUE(1:1) DELIMITED BY SIZE
           " = " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CODE-DESC) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

TALLY-COMPANY.
    MOVE 0 TO WS-CO-MATCH
    PERFORM VARYING WS-CO-I FROM 1 BY 1
            UNTIL WS-CO-I > WS-CO-COUNT OR WS-CO-MATCH > 0
       IF WS-CO-CODE(WS-CO-I) = WS-HO-COMPANY(WS-HO-IDX)
          MOVE WS-CO-I TO WS-CO-MATCH
       END-IF
    END-PERFORM
    IF WS-CO-MATCH = 0 AND WS-CO-COUNT >= 50
       MOVE 'Y' TO WS-CO-OVERFLOW
    END-IF
    IF WS-CO-MATCH = 0 AND WS-CO-COUNT < 50
       ADD 1 TO WS-CO-COUNT
       MOVE WS-CO-COUNT TO WS-CO-MATCH
       MOVE WS-HO-COMPANY(WS-HO-IDX) TO WS-CO-CODE(WS-CO-COUNT)
       MOVE 0 TO WS-CO-HIGH(WS-CO-COUNT) WS-CO-MEDIUM(WS-CO-COUNT)
                 WS-CO-LOW(WS-CO-COUNT) WS-CO-AMBIGUOUS(WS-CO-COUNT)
                 WS-CO-NONE(WS-CO-COUNT)
    END-IF
    IF WS-CO-MATCH > 0
       EVALUATE WS-HO-CONF(WS-HO-IDX)
          WHEN 'H'
             ADD 1 TO WS-CO-HIGH(WS-CO-MATCH)
          WHEN 'M'
             ADD 1 TO WS-CO-MEDIUM(WS-CO-MATCH)
          WHEN 'L'
             ADD 1 TO WS-CO-LOW(WS-CO-MATCH)
          WHEN 'A'
             ADD 1 TO WS-CO-AMBIGUOUS(WS-CO-MATCH)
          WHEN OTHER
             ADD 1 TO WS-CO-NONE(WS-CO-MATCH)
       END-EVALUATE
    END-IF.

      *> Letters only - "O'Brien Ann" and "OBRIEN ANN" agree.
KEEP-LETTERS-ONLY.
    MOVE SPACES TO WS-NORM-OUT
    MOVE 0 TO WS-NORM-OUT-LEN
    PERFORM VARYING WS-NORM-POS FROM 1 BY 1 UNTIL WS-NORM-POS > 25
       MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
       IF WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z'
          ADD 1 TO WS-NORM-OUT-LEN
          MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
       END-IF
    END-PERFORM.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE(1:132) TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

COPY "PARSEPRM.cpy".
COPY "CODELIB.cpy".
COPY "RECONCILE.cpy".
COPY "RUNLOGLIB.cpy".
COPY "DATELIB.cpy".
COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "LOCKLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
