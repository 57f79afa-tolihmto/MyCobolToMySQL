      *> escape like any other free text.
      *>
      *> Command line: [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      *>
      *> Row lineage: every CODE_TABLE row carries LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy) like
      *> the extract loaders' rows. The record number is the code's
      *> place among the config's entries (comment and blank lines
      *> not counted); the config never arrives through INTAKE, so
      *> its fingerprint reads UNLEDGERED.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CODELOAD.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CODE-FILE.
FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "RECONWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".

    MOVE "Output/CODE_TABLES_RECON.txt" TO WS-RECON-FILE-NAME

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "CODELOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CODE-TABLES" TO CRL-COPYBOOK-NAME
    MOVE WS-CODE-FILE-NAME TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-CODE-FILE-NAME TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    PERFORM LOAD-CODE-TABLE
    IF WS-CODE-COUNT = 0
    PERFORM ESCAPE-FOR-SQL
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-DESC-ESC

    MOVE WS-CODE-IDX TO WS-LIN-RECORD-NO
    PERFORM BUILD-LINEAGE-VALUES
    MOVE SPACES TO WS-OUT-LINE
    STRING "INSERT INTO CODE_TABLE "
           "(FIELD_NAME, CODE_VALUE, DESCRIPTION" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES ('" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIELD-ESC) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-VALUE-ESC) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-DESC-ESC) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ");" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "LOCKLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
