      *>
      *> Command line: <copybook-path> <data-file> <table-name>
      *>               [FILLER=D|K] [NAMING=F|P] [RESTART=Y]
      *>               [CKPTEVERY=n] [OPERATOR=xxx] [RECFM=VB]
      *> Trailing tokens are the same KEY=VALUE switches PARSEPRM.cpy
      *> parses for the bespoke loaders (a leading comma on a token is
      *> tolerated, matching DDLGEN's ,NAMING=F convention).
      *> partial final record rejects with its byte count) instead of
      *> silently vanishing into AT END.
      *>
      *> RECFM=VB takes the record boundaries from each record's RDW
      *> (RDWLIB.cpy) instead of the copybook length. A data record
      *> whose RDW length disagrees with the length the copybook scan
      *> computed rejects as RDW LENGTH MISMATCH and the load goes on
      *> at the next RDW; an unusable RDW ends the read there and
      *> marks the run FAILED, since nothing after it can be found.
      *>
      *> Reads the mainframe library's real copybook dialect unedited,
      *> same scanner behavior as DDLGEN/SCHDRIFT: entries continued
      *> across physical lines, 88-level condition names (skipped -
      *> a copybook containing OCCURS is refused here; a COMP/BINARY
      *> field wider than 9 digits (4 storage bytes) would overflow
      *> the decode arithmetic and is likewise refused.
      *>
      *> Row lineage: every row also gets LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy)
      *> after the copybook's own columns - this run's
      *> CONVERSION_RUN_LOG key, the record's number in the data file
      *> (the reject report's numbering) and the intake ledger's
      *> fingerprint of the file - so a table loaded straight from a
      *> new copybook traces back as well as a bespoke loader's does.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. GENLOAD.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT GEN-DATA-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
    SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  COPYBOOK-FILE.
FD  GEN-DATA-FILE.
01  GEN-DATA-BYTE                PIC X(1).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(2000).

FD  ALERT-FILE.
01  ALERT-OUT-REC                PIC X(250).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
01  WS-GEN-BYTE-IDX              PIC 9(4).
01  WS-GEN-BYTES-GOT             PIC 9(4).
01  WS-GEN-GOT-RECORD            PIC X(1).
01  WS-GEN-COPY-LEN              PIC 9(5).

01  WS-GEN-INSERT-PREFIX         PIC X(1600) VALUE SPACES.
01  WS-GEN-EST-LINE              PIC 9(5) VALUE 0.
COPY "DATEWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ALERTWS.cpy".
COPY "HEXWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".
COPY "RDWWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "GENLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE WS-GEN-RECORD-NAME TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
    ELSE
       OPEN INPUT GEN-DATA-FILE
    END-IF
    IF WS-SKIP-COUNT > 0
        OPEN EXTEND INSERT-FILE
        PERFORM SQL-ROLLBACK-DANGLING-BLOCK
        END-IF
    END-PERFORM

    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       CLOSE GEN-DATA-FILE
    END-IF
    PERFORM SQL-CLOSE-BLOCK
    CLOSE INSERT-FILE
    CLOSE REJECT-FILE
       MOVE WS-REJECTED-COUNT TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
    END-IF
    IF WS-RDW-FAILED = 'Y'
       MOVE "FAILED" TO WS-RECON-FORCE-STATUS
       MOVE "FAILED" TO CRL-RUN-STATUS
       DISPLAY "GENLOAD: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
               " - remaining records unread, run marked FAILED."
       MOVE "GENLOAD" TO WS-ALERT-PROGRAM
       MOVE WS-GEN-RECORD-NAME TO WS-ALERT-COPYBOOK
       MOVE "RDW" TO WS-ALERT-CLASS
       MOVE WS-RDW-FAIL-TEXT TO WS-ALERT-TEXT
       MOVE WS-RECORD-COUNT TO WS-ALERT-READ
       MOVE WS-LOADED-COUNT TO WS-ALERT-LOADED
       MOVE WS-REJECTED-COUNT TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
    END-IF

    MOVE WS-GEN-RECORD-NAME TO REC-COPYBOOK-NAME
    MOVE WS-RECORD-COUNT TO REC-RECORDS-READ
    DISPLAY "GENLOAD: " WS-LOADED-COUNT " record(s) loaded into "
            FUNCTION TRIM(WS-TABLE-NAME) ", "
            WS-REJECTED-COUNT " rejected."
    IF WS-BRK-TRIPPED = 'Y' OR WS-RDW-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.
              WITH POINTER WS-GEN-PFX-PTR
       END-STRING
    END-PERFORM
    STRING FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES (" DELIMITED BY SIZE
           INTO WS-GEN-INSERT-PREFIX
           WITH POINTER WS-GEN-PFX-PTR
    END-STRING.
      *> (record length, OCCURS), this refuses loudly at startup:
      *> the prefix must have fit its buffer, and the prefix plus a
      *> worst-case tuple (every text byte doubling under the SQL
      *> escape, then the lineage values) must fit the output line.
CHECK-INSERT-CAPACITY.
    IF WS-GEN-PFX-PTR > 1600
       DISPLAY "GENLOAD: composed column list exceeds the "
       STOP RUN
    END-IF
    COMPUTE WS-GEN-EST-LINE = WS-GEN-PFX-PTR + 4
            + FUNCTION LENGTH(WS-LIN-VALUES)
    PERFORM VARYING WS-GF-IDX FROM 1 BY 1
            UNTIL WS-GF-IDX > WS-GF-COUNT
       EVALUATE WS-GF-TYPE(WS-GF-IDX)
      *> rejected with its byte count so a truncated transfer is
      *> visible instead of silently dropped.
READ-ONE-RECORD.
    IF RP-RECFM-MODE = 'V'
       PERFORM READ-ONE-RDW-RECORD
    ELSE
       PERFORM READ-ONE-FIXED-RECORD
    END-IF.

READ-ONE-FIXED-RECORD.
    MOVE 'N' TO WS-GEN-GOT-RECORD
    MOVE 0 TO WS-GEN-BYTES-GOT
    MOVE SPACES TO WS-GEN-BUFFER
       END-IF
    END-IF.

      *> One RDW record into the buffer, space-filled past what the
      *> RDW carried. Control records pass through to the HDR/TRL
      *> skip as they are; a data record of the wrong length is
      *> counted and rejected here, never converted. A record cut
      *> short by a lost boundary rejects the way a short trailing
      *> fixed record does.
READ-ONE-RDW-RECORD.
    MOVE 'N' TO WS-GEN-GOT-RECORD
    MOVE SPACES TO WS-GEN-BUFFER
    PERFORM READ-RDW-RECORD
    IF WS-RDW-EOF = 'Y'
       MOVE 'Y' TO WS-EOF
       IF WS-RDW-FAILED = 'Y' AND WS-RDW-HEADER-GOT > 0
          ADD 1 TO WS-RECORD-COUNT
          ADD 1 TO WS-REJECTED-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE WS-GEN-RECORD-NAME TO RJ-FIELD-NAME
          MOVE WS-RDW-RECORD-OFFSET TO RJ-FIELD-VALUE
          MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    ELSE
       MOVE WS-RDW-DATA-LEN TO WS-GEN-COPY-LEN
       IF WS-GEN-COPY-LEN > FUNCTION LENGTH(WS-GEN-BUFFER)
          MOVE FUNCTION LENGTH(WS-GEN-BUFFER) TO WS-GEN-COPY-LEN
       END-IF
       MOVE WS-RDW-DATA(1:WS-GEN-COPY-LEN)
            TO WS-GEN-BUFFER(1:WS-GEN-COPY-LEN)
       MOVE WS-GEN-RECORD-LEN TO WS-RDW-EXPECTED-LEN
       IF WS-GEN-BUFFER(1:3) = 'HDR' OR WS-GEN-BUFFER(1:3) = 'TRL'
          MOVE 'Y' TO WS-GEN-GOT-RECORD
       ELSE
          PERFORM CHECK-RDW-LENGTH
          IF WS-RDW-MISMATCH = 'Y'
             ADD 1 TO WS-RECORD-COUNT
             ADD 1 TO WS-REJECTED-COUNT
             IF WS-RECORD-COUNT > WS-SKIP-COUNT
                MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
                MOVE "RDW-LENGTH" TO RJ-FIELD-NAME
                MOVE WS-RDW-DATA-LEN TO RJ-FIELD-VALUE
                MOVE WS-RDW-MISMATCH-TEXT TO RJ-REASON
                PERFORM WRITE-REJECT-LINE
             END-IF
          ELSE
             MOVE 'Y' TO WS-GEN-GOT-RECORD
          END-IF
       END-IF
    END-IF.

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    MOVE 'Y' TO WS-RECORD-VALID
       END-IF
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
          MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
          PERFORM BUILD-LINEAGE-VALUES
          STRING FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
                 ");" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
                 WITH POINTER WS-GEN-OUT-PTR
          END-STRING
       IF WS-GEN-VAL-LEN > 30
          MOVE 30 TO WS-GEN-VAL-LEN
       END-IF
       *> a corrupt packed field's bytes are not text - the reject
       *> report is line sequential, so it gets them in hex
       IF WS-GF-TYPE(WS-GF-IDX) = 'P'
          PERFORM CONVERT-FILLER-FIELD
          MOVE WS-GEN-HEX-TEXT(1:30) TO RJ-FIELD-VALUE
       ELSE
          MOVE WS-GEN-BUFFER(WS-GF-OFFSET(WS-GF-IDX):WS-GEN-VAL-LEN)
               TO RJ-FIELD-VALUE
       END-IF
       PERFORM WRITE-REJECT-LINE
    END-IF.

COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "RDWLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
