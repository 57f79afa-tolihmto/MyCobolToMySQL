      *> into the same Output/POLICY_INSERTS.sql, tagging every row with
      *> its source file name alongside the copybook's own COMPANY-CODE
      *> so downstream queries can tell the companies' rows apart.
      *>
      *> One Output/POLICY_BATCH_ACK.dat goes back to the mainframe
      *> for the whole batch (ACKREC.cpy layout, see ACKLIB.cpy): a
      *> summary record with the recon line's counts, then one detail
      *> record per rejected POLICY record, numbered across the batch
      *> the same way the reject report numbers them.
      *>
      *> Row lineage: every POLICY row also carries LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy) -
      *> the batch's CONVERSION_RUN_LOG key, the policy's record
      *> number within its own company file (the file SOURCE_FILE
      *> names, not the batch-wide reject numbering) and the intake
      *> ledger's fingerprint of that file, looked up as each file
      *> is opened.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BATCHPOL.
        FILE STATUS IS WS-LOCK-FILE-STATUS.
    SELECT EXPORT-MFT-FILE ASSIGN TO DYNAMIC WS-MFO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.
    SELECT ACK-DETAIL-FILE ASSIGN TO DYNAMIC WS-ACK-DETAIL-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-DETAIL-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-LIST-FILE.
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

FD  INSERT-FILE.
01  INSERT-LINE                 PIC X(600).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).
FD  EXPORT-MFT-FILE.
01  EXPORT-MFT-REC               PIC X(80).

FD  ACK-FILE.
01  ACK-OUT-REC                  PIC X(282).

FD  ACK-DETAIL-FILE.
01  ACK-DETAIL-REC               PIC X(282).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
      *> byte offset resets per company file.
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
01  WS-OUT-LINE                  PIC X(600) VALUE SPACES.
01  WS-LOADED-COUNT              PIC 9(9) VALUE 0.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE 0.
01  WS-START-DATE-SQL            PIC X(10).
COPY "RECONWS.cpy".
COPY "CHKPTWS.cpy".
COPY "REJECTWS.cpy".
COPY "ACKWS.cpy".
COPY "DUPWS.cpy".
COPY "BRKWS.cpy".
COPY "REJECT.cpy".
COPY "CTLWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ALERTWS.cpy".
COPY "RULEWS.cpy".
COPY "LOCKWS.cpy".
      *> completed, not a record number - a failed nightly batch resumes
      *> at the next un-loaded company's file, not mid-file.
    MOVE "Output/POLICY_BATCH_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "POLICY" TO WS-ACK-FEED-NAME
    MOVE "Output/POLICY_BATCH_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/POLICY_BATCH_ACK_DETAIL.dat"
         TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/POLICY_BATCH_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/POLICY_BATCH_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    PERFORM OPEN-DUPKEY-FILE
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "BATCHPOL" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "POLICY-BATCH" TO CRL-COPYBOOK-NAME
    MOVE WS-BATCH-LIST-NAME TO CRL-INPUT-FILE
    END-IF

    IF RP-FILLER-MODE = 'K'
       MOVE SPACES TO WS-BULK-PREFIX
       STRING "INSERT INTO POLICY (COMPANY_CODE, HOLDER_ID, LAST_NAME, FIRST_NAME, START_DATE, END_DATE, RAW_FILLER_1, RAW_FILLER_2, SOURCE_FILE, STATUS"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    ELSE
       MOVE SPACES TO WS-BULK-PREFIX
       STRING "INSERT INTO POLICY (COMPANY_CODE, HOLDER_ID, LAST_NAME, FIRST_NAME, START_DATE, END_DATE, SOURCE_FILE, STATUS"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    END-IF

      *> A restart resumes at the next un-loaded company file, not
        OPEN EXTEND INSERT-FILE
        PERFORM SQL-ROLLBACK-DANGLING-BLOCK
        OPEN EXTEND REJECT-FILE
        OPEN EXTEND ACK-DETAIL-FILE
        IF WS-ACK-DETAIL-STATUS NOT = '00'
           OPEN OUTPUT ACK-DETAIL-FILE
        END-IF
        OPEN EXTEND DUP-FILE
    ELSE
        OPEN OUTPUT INSERT-FILE
        OPEN OUTPUT REJECT-FILE
        OPEN OUTPUT ACK-DETAIL-FILE
        OPEN OUTPUT DUP-FILE
        MOVE "POLICY" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
    MOVE 0 TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-TOTAL-RECORD-COUNT TO CRL-RECORDS-READ
LOAD-ONE-POLICY-FILE.
    MOVE FUNCTION TRIM(BATCH-LIST-LINE) TO WS-INPUT-FILE
    MOVE WS-INPUT-FILE TO WS-SOURCE-FILE
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT
    MOVE 'N' TO WS-FILE-EOF
    PERFORM RESET-CONTROL-STATE
    MOVE 0 TO WS-FILE-RECORD-COUNT

PROCESS-RECORD.
    ADD 1 TO WS-TOTAL-RECORD-COUNT
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    ADD 1 TO WS-FILE-RECORD-COUNT
    MOVE POLICY-RAW-VIEW(1:2) TO WS-RAW-FILLER-1
    MOVE POLICY-RAW-VIEW(6:1) TO WS-RAW-FILLER-2
       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       PERFORM ACK-REJECTED-POLICY
    END-IF

    MOVE WS-TOTAL-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER
    MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
    MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
    PERFORM WRITE-REJECT-LINE
    PERFORM ACK-REJECTED-POLICY
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
    *> stop this file and fail the run loudly instead of spinning
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was a repeat of an earlier COMPANY-CODE +
      *> HOLDER-ID.
ACK-REJECTED-POLICY.
    MOVE WS-TOTAL-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE SPACES TO WS-ACK-RECORD-KEY
    STRING COMPANY-CODE DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           HOLDER-ID DELIMITED BY SIZE
           INTO WS-ACK-RECORD-KEY
    END-STRING
    MOVE "HOLDER-ID" TO WS-ACK-FIELD-NAME
    MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    MOVE FUNCTION LENGTH(POLICY-RAW-VIEW) TO WS-ACK-ORIGINAL-LEN
    MOVE POLICY-RAW-VIEW TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

HANDLE-DUPLICATE-POLICY.
    ADD 1 TO WS-DUP-COUNT
    MOVE WS-TOTAL-RECORD-COUNT TO WS-DUP-RECORD-NO

EMIT-POLICY-INSERT.
    PERFORM ESCAPE-POLICY-FIELDS-SQL
    MOVE WS-FILE-RECORD-COUNT TO WS-LIN-RECORD-NO
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
           FUNCTION TRIM(WS-SOURCE-FILE-ESC) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-POLICY-STATUS) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-BULK-TUPLE
       END-STRING
    ELSE
           FUNCTION TRIM(WS-SOURCE-FILE-ESC) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-POLICY-STATUS) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-BULK-TUPLE
       END-STRING
    END-IF.
COPY "RECONCILE.cpy".
COPY "CHKPTLIB.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "DUPLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "RULELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
