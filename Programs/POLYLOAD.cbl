      *> around COMPANY-CODE; since FILLER items cannot be addressed by
      *> name, a REDEFINES of the whole record as raw text lets us pull
      *> those bytes out by position when diagnostic mode is on.
      *>
      *> Row lineage: every POLICY row carries LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy) -
      *> this run's CONVERSION_RUN_LOG key, the policy's record number
      *> in the extract and the intake ledger's fingerprint of the
      *> extract.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POLYLOAD.
        FILE STATUS IS WS-LOCK-FILE-STATUS.
    SELECT EXPORT-MFT-FILE ASSIGN TO DYNAMIC WS-MFO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  POLICY-FILE.
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

FD  INSERT-FILE.
01  INSERT-LINE                 PIC X(600).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).
FD  EXPORT-MFT-FILE.
01  EXPORT-MFT-REC               PIC X(80).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-OUT-LINE                  PIC X(600) VALUE SPACES.
01  WS-LOADED-COUNT              PIC 9(9) VALUE 0.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE 0.
01  WS-START-DATE-SQL            PIC X(10).
COPY "CTLWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ALERTWS.cpy".
COPY "RULEWS.cpy".
COPY "LOCKWS.cpy".
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "POLYLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "POLICY" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    IF RP-FILLER-MODE = 'K'
       MOVE "COMPANY_CODE,HOLDER_ID,LAST_NAME,FIRST_NAME,START_DATE,END_DATE,RAW_FILLER_1,RAW_FILLER_2,STATUS"
    END-IF

    IF RP-FILLER-MODE = 'K'
       MOVE SPACES TO WS-BULK-PREFIX
       STRING "INSERT INTO POLICY (COMPANY_CODE, HOLDER_ID, LAST_NAME, FIRST_NAME, START_DATE, END_DATE, RAW_FILLER_1, RAW_FILLER_2, STATUS"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    ELSE
       MOVE SPACES TO WS-BULK-PREFIX
       STRING "INSERT INTO POLICY (COMPANY_CODE, HOLDER_ID, LAST_NAME, FIRST_NAME, START_DATE, END_DATE, STATUS"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    END-IF

    PERFORM VERIFY-TRANSFER-MANIFEST

EMIT-POLICY-INSERT.
    PERFORM ESCAPE-POLICY-FIELDS-SQL
    MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    PERFORM BUILD-POLICY-VALUES-TUPLE
    IF RP-BULK-MODE = 'M'
       PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
      *> RP-BULK-MODE shapes (RAW filler columns ride along only when
      *> RP-FILLER-MODE = 'K', matching the prefix set at startup).
BUILD-POLICY-VALUES-TUPLE.
    PERFORM BUILD-LINEAGE-VALUES
    IF RP-FILLER-MODE = 'K'
       MOVE SPACES TO WS-BULK-TUPLE
       STRING "('" DELIMITED BY SIZE
           WS-RAW-FILLER-2-HEX DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-POLICY-STATUS) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-BULK-TUPLE
       END-STRING
    ELSE
           WS-END-DATE-SQL DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-POLICY-STATUS) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-BULK-TUPLE
       END-STRING
    END-IF.
COPY "RULELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
