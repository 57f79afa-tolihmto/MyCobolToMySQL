      *> PRODLOAD - loads the PRODUCT master extract (fixed width,
      *> PROD-ID, description, unit price, price tolerance and active
      *> flag per sample_product.cpy) into PRODUCT MySQL INSERT
      *> statements, and rebuilds the keyed product master INVCLOAD
      *> and INVSUM judge invoice line items against
      *> (Output/PRODUCT_MASTER.IDX, PRODMAST.cpy layout, read through
      *> PRODLIB.cpy). Until this feed existed a PROD-ID on an invoice
      *> line was just six digits nobody could check or name.
      *>
      *> The keyed master holds exactly what the PRODUCT table gets:
      *> it is recreated empty at every run's start and written from
      *> record 1 on a restart too (the way DUPLIB rebuilds its
      *> seen-key store), a rejected record never reaches it, and the
      *> DUPPOLICY treatment of a repeated PROD-ID - first wins, last
      *> wins, or reject both - is applied to it alongside the SQL
      *> retraction, so the invoice checks never see a product the
      *> table does not hold. INVCLOAD runs after this step in the
      *> night window.
      *>
      *> Output/PRODUCT_ACK.dat goes back to the mainframe after every
      *> run (ACKREC.cpy layout, see ACKLIB.cpy): a summary record
      *> with the recon line's counts and SUM(UNIT-PRICE) control
      *> total, then one detail record per rejected product carrying
      *> its original 51 bytes.
      *>
      *> GnuCOBOL builds without indexed-file support report the
      *> master's FD as unsupported at compile time; the program runs
      *> where the runtime includes it - the same situation CUSTIDX
      *> has always had.
      *>
      *> Row lineage: every PRODUCT row carries LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy) -
      *> this run's CONVERSION_RUN_LOG key, the product's record
      *> number in the extract and the intake ledger's fingerprint of
      *> the extract.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PRODLOAD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT PRODUCT-MASTER-FILE
        ASSIGN TO DYNAMIC WS-PRODMAST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-PROD-ID
        FILE STATUS IS WS-PRODMAST-FILE-STATUS.
    SELECT DUP-FILE ASSIGN TO DYNAMIC WS-DUP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUPKEY-FILE ASSIGN TO DYNAMIC WS-DUPKEY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DK-KEY
        FILE STATUS IS WS-DUPKEY-FILE-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MFT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MFT-FILE-STATUS.

    SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.
    SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RULE-FILE-STATUS.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.
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
FD  PRODUCT-FILE.
    COPY "sample_product.cpy".

FD  PRODUCT-MASTER-FILE.
    COPY "PRODMAST.cpy".

FD  DUP-FILE.
01  DUP-OUT-REC                  PIC X(120).

FD  DUPKEY-FILE.
    COPY "DUPKEY.cpy".

FD  INSERT-FILE.
01  INSERT-LINE                 PIC X(400).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).

FD  CHECKPOINT-FILE.
    COPY "CHKPT.cpy".

FD  REJECT-FILE.
01  REJECT-OUT-REC               PIC X(120).

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

FD  MANIFEST-FILE.
01  MANIFEST-LINE                PIC X(80).

FD  ALERT-FILE.
01  ALERT-OUT-REC                PIC X(250).

FD  RULE-FILE.
01  RULE-LINE                    PIC X(120).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  ACK-FILE.
01  ACK-OUT-REC                  PIC X(282).

FD  ACK-DETAIL-FILE.
01  ACK-DETAIL-REC               PIC X(282).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "MFTWS.cpy".

01  WS-INPUT-FILE                PIC X(80)
                                  VALUE "Data/PRODUCT.DAT".
01  WS-INSERT-FILE-NAME          PIC X(80)
                                  VALUE "Output/PRODUCT_INSERTS.sql".
01  WS-PRODMAST-FILE-NAME        PIC X(80)
                                  VALUE "Output/PRODUCT_MASTER.IDX".
01  WS-PRODMAST-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-EOF                       PIC X VALUE 'N'.
      *> Physical-structure validation: the data file's status is
      *> checked on every READ ('04' = the record read shorter or
      *> longer than the layout implies), and a running byte offset
      *> is kept so a structural reject can tell the mainframe team
      *> exactly where their extract broke - same as every loader.
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-OUT-LINE                  PIC X(400) VALUE SPACES.
01  WS-LOADED-COUNT              PIC 9(9) VALUE 0.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE 0.
01  WS-INACTIVE-COUNT            PIC 9(9) VALUE 0.
01  WS-MASTER-COUNT              PIC 9(9) VALUE 0.
01  WS-UNIT-PRICE-TOTAL          PIC S9(11)V9(2) VALUE 0.
01  WS-UNIT-PRICE-EDIT           PIC Z(6)9.99.
01  WS-PRICE-TOL-EDIT            PIC ZZ9.99.
01  WS-PROD-DESC-ESC             PIC X(65).

COPY "RECONWS.cpy".
COPY "CHKPTWS.cpy".
COPY "REJECTWS.cpy".
COPY "ACKWS.cpy".
COPY "DUPWS.cpy".
COPY "BRKWS.cpy".
COPY "REJECT.cpy".
COPY "DATEWS.cpy".
COPY "CTLWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".
COPY "ALERTWS.cpy".
COPY "RULEWS.cpy".
COPY "LOCKWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    MOVE "Output/PRODUCT_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    MOVE "PRODLOAD" TO WS-ALERT-PROGRAM
    MOVE "PRODUCT-RECORD" TO WS-ALERT-COPYBOOK
    MOVE "PRODUCT-RECORD" TO WS-RULE-COPYBOOK
    PERFORM LOAD-BUSINESS-RULES
    MOVE "Output/PRODUCT_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "Output/PRODUCT_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "PRODUCT" TO WS-ACK-FEED-NAME
    MOVE "Output/PRODUCT_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/PRODUCT_ACK_DETAIL.dat" TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/PRODUCT_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/PRODUCT_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    PERFORM OPEN-DUPKEY-FILE
    MOVE "Output/PRODUCT_CKPT.dat" TO WS-CHECKPOINT-FILE-NAME
    MOVE "PRODUCT-RECORD" TO WS-CKPT-COPYBOOK-NAME
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "PRODLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "PRODUCT-RECORD" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    PERFORM VERIFY-TRANSFER-MANIFEST

    PERFORM CREATE-PRODUCT-MASTER

    OPEN INPUT PRODUCT-FILE
    IF WS-SKIP-COUNT > 0
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
        MOVE "PRODUCT" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
    END-IF

    *> PRODUCT-RECORD is 51 bytes, room for the full standard control
    *> pair at CTLLIB's own positions: HDR + date, TRL + record
    *> count, sign, and SUM(UNIT-PRICE) as 13 digits implied V99.
    PERFORM UNTIL WS-EOF = 'Y'
        READ PRODUCT-FILE
            AT END
                MOVE 'Y' TO WS-EOF
        END-READ
        *> a failed READ (status other than 00/04/10)
        *> executes neither AT END nor NOT AT END, so the
        *> status is judged here, after the statement
        IF WS-EOF = 'N'
        EVALUATE WS-INPUT-FILE-STATUS
           WHEN '00'
              MOVE SPACES TO WS-CTL-BUFFER
              MOVE PRODUCT-RECORD(1:26) TO WS-CTL-BUFFER(1:26)
              PERFORM CHECK-CONTROL-RECORD
              IF WS-CTL-RECORD-TYPE = SPACE
                 PERFORM PROCESS-RECORD
              END-IF
              ADD FUNCTION LENGTH(PRODUCT-RECORD) TO WS-BYTE-OFFSET
           WHEN '04'
              PERFORM REJECT-STRUCTURAL-RECORD
           WHEN OTHER
              *> not a record-level mismatch - fail the run
              *> rather than loop on a status that recurs
              MOVE 'Y' TO WS-CTL-FAILED
              MOVE SPACES TO WS-CTL-FAIL-TEXT
              STRING "DATA FILE READ ERROR, FILE STATUS "
                     DELIMITED BY SIZE
                     WS-INPUT-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-CTL-FAIL-TEXT
              END-STRING
              MOVE 'Y' TO WS-EOF
        END-EVALUATE
        END-IF
    END-PERFORM

    CLOSE PRODUCT-FILE
    CLOSE PRODUCT-MASTER-FILE
    PERFORM SQL-CLOSE-BLOCK
    CLOSE INSERT-FILE
    CLOSE REJECT-FILE
    CLOSE DUP-FILE
    PERFORM CLOSE-DUPKEY-FILE
    PERFORM WRITE-CHECKPOINT

    MOVE WS-RECORD-COUNT TO WS-CTL-ACTUAL-COUNT
    MOVE WS-UNIT-PRICE-TOTAL TO WS-CTL-ACTUAL-AMT
    PERFORM RECONCILE-TRAILER-TOTALS
    IF WS-CTL-FAILED = 'Y'
       MOVE "FAILED" TO WS-RECON-FORCE-STATUS
       MOVE "FAILED" TO CRL-RUN-STATUS
       DISPLAY "PRODLOAD: control-record reconciliation FAILED - "
               FUNCTION TRIM(WS-CTL-FAIL-TEXT)
       MOVE "CONTROL" TO WS-ALERT-CLASS
       MOVE WS-CTL-FAIL-TEXT TO WS-ALERT-TEXT
       MOVE WS-RECORD-COUNT TO WS-ALERT-READ
       MOVE WS-LOADED-COUNT TO WS-ALERT-LOADED
       MOVE WS-REJECTED-COUNT TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER-FINAL
    IF WS-BRK-TRIPPED = 'Y'
       MOVE "FAILED" TO WS-RECON-FORCE-STATUS
       MOVE "FAILED" TO CRL-RUN-STATUS
       DISPLAY "PRODLOAD: reject-rate breaker tripped - " WS-BRK-PCT
               " pct rejected exceeds REJECTLIMIT=" RP-REJECT-LIMIT
               ", run marked FAILED."
       MOVE "REJECT-BREAKER" TO WS-ALERT-CLASS
       MOVE "REJECT RATE EXCEEDS REJECTLIMIT" TO WS-ALERT-TEXT
       MOVE WS-RECORD-COUNT TO WS-ALERT-READ
       MOVE WS-LOADED-COUNT TO WS-ALERT-LOADED
       MOVE WS-REJECTED-COUNT TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
    END-IF

    MOVE "PRODUCT-RECORD" TO REC-COPYBOOK-NAME
    MOVE WS-RECORD-COUNT TO REC-RECORDS-READ
    MOVE WS-LOADED-COUNT TO REC-RECORDS-LOADED
    MOVE WS-REJECTED-COUNT TO REC-RECORDS-REJECTED
    MOVE "SUM(UNIT-PRICE)" TO REC-CONTROL-FIELD
    MOVE WS-UNIT-PRICE-TOTAL TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
    MOVE WS-LOADED-COUNT TO CRL-RECORDS-LOADED
    MOVE WS-REJECTED-COUNT TO CRL-RECORDS-REJECTED
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG

    DISPLAY "PRODLOAD: " WS-LOADED-COUNT " product(s) loaded ("
            WS-INACTIVE-COUNT " inactive), "
            WS-REJECTED-COUNT " rejected, "
            WS-MASTER-COUNT " on the keyed master."
    PERFORM RELEASE-RUN-LOCK
    IF WS-CTL-FAILED = 'Y' OR WS-BRK-TRIPPED = 'Y'
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> The keyed master is created empty, then reopened I-O so a
      *> repeated PROD-ID can be rewritten (last wins) or deleted
      *> (reject both) in step with the SQL retraction.
CREATE-PRODUCT-MASTER.
    OPEN OUTPUT PRODUCT-MASTER-FILE
    IF WS-PRODMAST-FILE-STATUS = '00'
       CLOSE PRODUCT-MASTER-FILE
       OPEN I-O PRODUCT-MASTER-FILE
    END-IF
    IF WS-PRODMAST-FILE-STATUS NOT = '00'
       DISPLAY "PRODLOAD: cannot create keyed master "
               FUNCTION TRIM(WS-PRODMAST-FILE-NAME)
               " (STATUS=" WS-PRODMAST-FILE-STATUS ") - stopping."
       MOVE "FAILED" TO CRL-RUN-STATUS
       MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
       MOVE 0 TO CRL-RECORDS-READ
       MOVE 0 TO CRL-RECORDS-LOADED
       MOVE 0 TO CRL-RECORDS-REJECTED
       PERFORM WRITE-RUN-LOG
       PERFORM CLOSE-RUN-LOG
       MOVE "PRODUCT" TO WS-ALERT-CLASS
       MOVE "CANNOT CREATE KEYED PRODUCT MASTER" TO WS-ALERT-TEXT
       MOVE 0 TO WS-ALERT-READ
       MOVE 0 TO WS-ALERT-LOADED
       MOVE 0 TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

      *> Optional sidecar manifest - see MFTLIB.cpy and CUSTLOAD's
      *> matching pre-pass.
VERIFY-TRANSFER-MANIFEST.
    PERFORM READ-MANIFEST-FILE
    IF WS-MFT-PRESENT = 'Y'
       OPEN INPUT PRODUCT-FILE
       PERFORM UNTIL WS-EOF = 'Y'
          READ PRODUCT-FILE
             AT END
                MOVE 'Y' TO WS-EOF
          END-READ
          *> status judged after the statement - an I/O error fails
          *> the manifest check instead of spinning the pre-pass
          IF WS-EOF = 'N'
             IF WS-INPUT-FILE-STATUS = '00'
                OR WS-INPUT-FILE-STATUS = '04'
                MOVE SPACES TO WS-MFT-BUFFER
                MOVE PRODUCT-RECORD TO WS-MFT-BUFFER
                MOVE FUNCTION LENGTH(PRODUCT-RECORD) TO WS-MFT-BUF-LEN
                PERFORM ACCUMULATE-MANIFEST-RECORD
             ELSE
                MOVE 'Y' TO WS-MFT-FAILED
                MOVE SPACES TO WS-MFT-FAIL-TEXT
                STRING "DATA FILE READ ERROR, FILE STATUS "
                       DELIMITED BY SIZE
                       WS-INPUT-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-MFT-FAIL-TEXT
                END-STRING
                MOVE 'Y' TO WS-EOF
             END-IF
          END-IF
       END-PERFORM
       CLOSE PRODUCT-FILE
       MOVE 'N' TO WS-EOF
       PERFORM VERIFY-MANIFEST-TOTALS
    END-IF
    IF WS-MFT-FAILED = 'Y'
       DISPLAY "PRODLOAD: transfer manifest verification FAILED - "
               FUNCTION TRIM(WS-MFT-FAIL-TEXT)
       MOVE "FAILED" TO CRL-RUN-STATUS
       MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
       MOVE 0 TO CRL-RECORDS-READ
       MOVE 0 TO CRL-RECORDS-LOADED
       MOVE 0 TO CRL-RECORDS-REJECTED
       PERFORM WRITE-RUN-LOG
       PERFORM CLOSE-RUN-LOG
       MOVE "MANIFEST" TO WS-ALERT-CLASS
       MOVE WS-MFT-FAIL-TEXT TO WS-ALERT-TEXT
       MOVE 0 TO WS-ALERT-READ
       MOVE 0 TO WS-ALERT-LOADED
       MOVE 0 TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

      *> Physically mismatched record - see CUSTLOAD's twin.
REJECT-STRUCTURAL-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    ADD 1 TO WS-REJECTED-COUNT
    IF WS-RECORD-COUNT > WS-SKIP-COUNT
       MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
       MOVE "PRODUCT-RECORD" TO RJ-FIELD-NAME
       MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
       MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-REJECTED-PRODUCT
    END-IF
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
    *> stop here and fail the run loudly instead of spinning
    MOVE 'Y' TO WS-EOF
    MOVE 'Y' TO WS-CTL-FAILED
    MOVE SPACES TO WS-CTL-FAIL-TEXT
    STRING "RECORD BOUNDARIES LOST AT BYTE OFFSET "
           DELIMITED BY SIZE
           WS-BYTE-OFFSET DELIMITED BY SIZE
           " - REMAINING RECORDS UNREAD" DELIMITED BY SIZE
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> A repeated PROD-ID is dispatched per RP-DUP-POLICY, the keyed
      *> master following the SQL: last-wins retracts the earlier row
      *> and the caller's load path rewrites the master record;
      *> reject-both retracts the earlier row and deletes its master
      *> record, so no invoice line prices against either occurrence.
      *> WS-DUP-DISP tracks where the surviving occurrence landed, so
      *> a third occurrence under reject-both retracts nothing twice.
HANDLE-DUPLICATE-PRODUCT.
    ADD 1 TO WS-DUP-COUNT
    MOVE WS-RECORD-COUNT TO WS-DUP-RECORD-NO
    IF WS-RECORD-COUNT > WS-SKIP-COUNT
       PERFORM WRITE-DUPLICATE-LINE
    END-IF
    EVALUATE RP-DUP-POLICY
       WHEN 'L'
          IF WS-RECORD-COUNT > WS-SKIP-COUNT
             PERFORM EMIT-PRODUCT-DELETE
          END-IF
       WHEN 'R'
          IF WS-DUP-DISP = 'L'
             IF WS-RECORD-COUNT > WS-SKIP-COUNT
                PERFORM EMIT-PRODUCT-DELETE
             END-IF
             MOVE PROD-ID TO PM-PROD-ID
             DELETE PRODUCT-MASTER-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SUBTRACT 1 FROM WS-MASTER-COUNT
             END-DELETE
             *> the caller's not-loaded path counts this occurrence
             *> as rejected; the earlier, actually-loaded one is
             *> reclassified so the recon line still balances
             IF WS-LOADED-COUNT > 0
                SUBTRACT 1 FROM WS-LOADED-COUNT
             END-IF
             ADD 1 TO WS-REJECTED-COUNT
             MOVE 'R' TO WS-DUP-DISP
             PERFORM SET-DUPKEY-DISPOSITION
          END-IF
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

EMIT-PRODUCT-DELETE.
    PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM PRODUCT WHERE PROD_ID = " DELIMITED BY SIZE
           PROD-ID DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was a repeat of an earlier PROD-ID.
ACK-REJECTED-PRODUCT.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE PROD-ID TO WS-ACK-RECORD-KEY
    MOVE "PROD-ID" TO WS-ACK-FIELD-NAME
    MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    MOVE FUNCTION LENGTH(PRODUCT-RECORD) TO WS-ACK-ORIGINAL-LEN
    MOVE PRODUCT-RECORD TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    MOVE 'Y' TO WS-RECORD-VALID
    PERFORM VALIDATE-PRODUCT-FIELDS

    IF WS-RECORD-VALID = 'Y'
       PERFORM APPLY-BUSINESS-RULES
    END-IF

    IF WS-RECORD-VALID = 'Y'
       MOVE SPACES TO WS-DUP-KEY
       MOVE PROD-ID TO WS-DUP-KEY
       PERFORM CHECK-DUPLICATE-KEY
       IF WS-DUP-FOUND = 'Y'
          PERFORM HANDLE-DUPLICATE-PRODUCT
       END-IF
    END-IF

    IF WS-RECORD-VALID = 'Y'
       AND (WS-DUP-FOUND = 'N' OR RP-DUP-POLICY = 'L')
       ADD 1 TO WS-LOADED-COUNT
       ADD UNIT-PRICE TO WS-UNIT-PRICE-TOTAL
       IF ACTIVE-FLAG = 'N'
          ADD 1 TO WS-INACTIVE-COUNT
       END-IF
       MOVE 'L' TO WS-DUP-DISP
       PERFORM SET-DUPKEY-DISPOSITION
       *> the master is rebuilt from record 1 on a restart too, so
       *> it is written for every loaded record; only the SQL waits
       *> on the checkpoint
       PERFORM WRITE-PRODUCT-MASTER
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          PERFORM EMIT-PRODUCT-INSERT
       END-IF
    ELSE
       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       AND WS-RECORD-COUNT > WS-SKIP-COUNT
       PERFORM ACK-REJECTED-PRODUCT
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER
    IF WS-BRK-TRIPPED = 'Y'
       MOVE 'Y' TO WS-EOF
    END-IF

    IF WS-RECORD-COUNT > WS-SKIP-COUNT
       IF FUNCTION MOD(WS-RECORD-COUNT, RP-CHECKPOINT-EVERY) = 0
          PERFORM SQL-CLOSE-BLOCK
          PERFORM WRITE-CHECKPOINT
       END-IF
    END-IF.

      *> A last-wins repeat finds its key already on file and
      *> replaces it, so the master always holds the occurrence the
      *> PRODUCT table ends up with.
WRITE-PRODUCT-MASTER.
    MOVE PRODUCT-RECORD TO PRODUCT-MASTER-REC
    WRITE PRODUCT-MASTER-REC
       INVALID KEY
          REWRITE PRODUCT-MASTER-REC
             INVALID KEY
                CONTINUE
          END-REWRITE
       NOT INVALID KEY
          ADD 1 TO WS-MASTER-COUNT
    END-WRITE.

EMIT-PRODUCT-INSERT.
    PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
    MOVE FUNCTION TRIM(PROD-DESC) TO WS-ESC-IN
    MOVE FUNCTION LENGTH(FUNCTION TRIM(PROD-DESC)) TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-SQL
    MOVE SPACES TO WS-PROD-DESC-ESC
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-PROD-DESC-ESC
    MOVE UNIT-PRICE TO WS-UNIT-PRICE-EDIT
    MOVE PRICE-TOL-PCT TO WS-PRICE-TOL-EDIT
    MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    PERFORM BUILD-LINEAGE-VALUES
    MOVE SPACES TO WS-OUT-LINE
    STRING "INSERT INTO PRODUCT (PROD_ID, PROD_DESC, UNIT_PRICE, "
           "PRICE_TOL_PCT, ACTIVE_FLAG" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES (" DELIMITED BY SIZE
           PROD-ID DELIMITED BY SIZE
           ", '" DELIMITED BY SIZE
           WS-PROD-DESC-ESC(1:WS-ESC-OUT-LEN) DELIMITED BY SIZE
           "', " DELIMITED BY SIZE
           FUNCTION TRIM(WS-UNIT-PRICE-EDIT) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PRICE-TOL-EDIT) DELIMITED BY SIZE
           ", '" DELIMITED BY SIZE
           ACTIVE-FLAG DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ");" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> The numeric fields are unsigned DISPLAY, so the NUMERIC class
      *> test is the whole picture check; ACTIVE-FLAG is a Y/N switch
      *> the invoice checks act on, so anything else is rejected
      *> rather than guessed at.
VALIDATE-PRODUCT-FIELDS.
    IF PROD-ID NOT NUMERIC
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "PROD-ID" TO RJ-FIELD-NAME
          MOVE PROD-ID TO RJ-FIELD-VALUE
          MOVE "NOT NUMERIC PER PICTURE 9(6)" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF

    IF UNIT-PRICE NOT NUMERIC
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "UNIT-PRICE" TO RJ-FIELD-NAME
          *> The raw bytes, off the group record - a V99 picture
          *> would be moved as a number and lose what was read.
          MOVE PRODUCT-RECORD(37:9) TO RJ-FIELD-VALUE
          MOVE "NOT NUMERIC PER PICTURE 9(7)V99" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF

    IF PRICE-TOL-PCT NOT NUMERIC
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "PRICE-TOL-PCT" TO RJ-FIELD-NAME
          MOVE PRODUCT-RECORD(46:5) TO RJ-FIELD-VALUE
          MOVE "NOT NUMERIC PER PICTURE 9(3)V99" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF

    IF ACTIVE-FLAG NOT = 'Y' AND ACTIVE-FLAG NOT = 'N'
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "ACTIVE-FLAG" TO RJ-FIELD-NAME
          MOVE ACTIVE-FLAG TO RJ-FIELD-VALUE
          MOVE "NOT A VALID Y/N FLAG" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF.

      *> Cross-field business rules - see RULEWS.cpy and CUSTLOAD's
      *> twin.
APPLY-BUSINESS-RULES.
    PERFORM CLEAR-RULE-FIELDS
    MOVE "PROD-ID" TO WS-RULE-FIELD-NAME
    MOVE PROD-ID TO WS-RULE-FIELD-NUM
    MOVE PROD-ID TO WS-RULE-FIELD-TEXT
    PERFORM ADD-RULE-FIELD
    MOVE "PROD-DESC" TO WS-RULE-FIELD-NAME
    MOVE 0 TO WS-RULE-FIELD-NUM
    MOVE PROD-DESC TO WS-RULE-FIELD-TEXT
    PERFORM ADD-RULE-FIELD
    MOVE "UNIT-PRICE" TO WS-RULE-FIELD-NAME
    MOVE UNIT-PRICE TO WS-RULE-FIELD-NUM
    MOVE SPACES TO WS-RULE-FIELD-TEXT
    PERFORM ADD-RULE-FIELD
    MOVE "PRICE-TOL-PCT" TO WS-RULE-FIELD-NAME
    MOVE PRICE-TOL-PCT TO WS-RULE-FIELD-NUM
    MOVE SPACES TO WS-RULE-FIELD-TEXT
    PERFORM ADD-RULE-FIELD
    MOVE "ACTIVE-FLAG" TO WS-RULE-FIELD-NAME
    MOVE 0 TO WS-RULE-FIELD-NUM
    MOVE ACTIVE-FLAG TO WS-RULE-FIELD-TEXT
    PERFORM ADD-RULE-FIELD
    MOVE WS-RECORD-COUNT TO WS-RULE-RECORD-NO
    IF WS-RECORD-COUNT > WS-SKIP-COUNT
       MOVE 'Y' TO WS-RULE-REPORT
    ELSE
       MOVE 'N' TO WS-RULE-REPORT
    END-IF
    PERFORM CHECK-BUSINESS-RULES.

COPY "PARSEPRM.cpy".
COPY "RECONCILE.cpy".
COPY "CHKPTLIB.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "DUPLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "CTLLIB.cpy".
COPY "RUNLOGLIB.cpy".
COPY "MFTLIB.cpy".
COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "RULELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
