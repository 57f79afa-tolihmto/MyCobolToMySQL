      *> emits exactly that many rows into an INVOICE_ITEMS child
      *> table keyed by INV-ID, so partially-filled invoices load
      *> cleanly and PROD-AMT can be summed per invoice in SQL.
      *>
      *> Output/INVOICE_ACK.dat goes back to the mainframe after every
      *> run (ACKREC.cpy layout, see ACKLIB.cpy): a summary record
      *> with the recon line's counts and PROD-AMT control total, then
      *> one detail record per rejected INVOICE carrying the bytes its
      *> ITEM-COUNT implies - all 200 when ITEM-COUNT itself is bad.
      *>
      *> RECFM=VB reads the extract as RDW-prefixed variable records
      *> (RDWLIB.cpy) instead of deriving each boundary from
      *> ITEM-COUNT. The RDW then owns the boundaries: a record whose
      *> RDW length disagrees with the 10 + 19 per item its ITEM-COUNT
      *> implies is rejected on its own (RDW LENGTH MISMATCH) and the
      *> run carries on; only a broken RDW loses the boundaries.
      *>
      *> Every line item is also judged against the keyed PRODUCT
      *> master PRODLOAD rebuilds ahead of this step (PRODLIB.cpy):
      *> a PROD-ID the master does not hold, a product flagged
      *> inactive, or a unit price (PROD-AMT / PROD-QTY) outside the
      *> product's tolerance rejects the invoice through the standard
      *> reject path and acknowledgement codes 080-082. A missing or
      *> empty master fails the run before any record is read - every
      *> line would otherwise reject as unknown.
      *>
      *> Row lineage: the INVOICE row and each of its INVOICE_ITEMS
      *> rows carry LOAD_RUN_ID, SOURCE_RECORD_NO and
      *> SOURCE_FINGERPRINT (LINEAGELIB.cpy) - this run's
      *> CONVERSION_RUN_LOG key, the invoice's record number in the
      *> extract and the intake ledger's fingerprint of the extract.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVCLOAD.
    SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
        ACCESS MODE IS RANDOM
        RECORD KEY IS DK-KEY
        FILE STATUS IS WS-DUPKEY-FILE-STATUS.
    SELECT PRODUCT-MASTER-FILE
        ASSIGN TO DYNAMIC WS-PRODMAST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-PROD-ID
        FILE STATUS IS WS-PRODMAST-FILE-STATUS.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
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
FD  INVOICE-FILE.
      *> allowed against an OCCURS DEPENDING ON record).
01  INVOICE-RAW-VIEW             PIC X(200).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  INSERT-FILE.
01  INSERT-LINE                 PIC X(400).

FD  DUPKEY-FILE.
    COPY "DUPKEY.cpy".

FD  PRODUCT-MASTER-FILE.
    COPY "PRODMAST.cpy".

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

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
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
01  WS-REC-PHYS-LEN              PIC 9(4) VALUE 0.
01  WS-MFT-PIECE-LEN             PIC 9(5) VALUE 0.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-ITEM-COUNT-TOTAL          PIC 9(11) VALUE 0.
01  WS-ITEM-IDX                  PIC 9(2).
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
COPY "EXPORTWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".
COPY "RDWWS.cpy".
COPY "PRODWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-BUSINESS-RULES
    MOVE "Output/INVOICE_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "Output/INVOICE_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "INVOICE" TO WS-ACK-FEED-NAME
    MOVE "Output/INVOICE_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/INVOICE_ACK_DETAIL.dat" TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/INVOICE_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/INVOICE_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    PERFORM OPEN-DUPKEY-FILE
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "INVCLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "INVOICE" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    MOVE "INV_ID,ITEM_COUNT" TO WS-EXPORT-CSV-HEADER

    PERFORM VERIFY-TRANSFER-MANIFEST
    PERFORM OPEN-INVOICE-PRODUCT-MASTER

    PERFORM OPEN-INVOICE-INPUT
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
        MOVE "INVOICE_ITEMS" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
    *> implied V99) at 21-33. The pieces are normalized into
    *> CTLLIB's standard buffer positions before classification.
    PERFORM UNTIL WS-EOF = 'Y'
        IF RP-RECFM-MODE = 'V'
           PERFORM READ-RDW-INVOICE
        ELSE
           PERFORM READ-FIXED-INVOICE
        END-IF
    END-PERFORM

    PERFORM CLOSE-INVOICE-INPUT
    PERFORM CLOSE-PRODUCT-MASTER
    PERFORM SQL-CLOSE-BLOCK
    CLOSE INSERT-FILE
    CLOSE REJECT-FILE
    MOVE WS-PROD-AMT-TOTAL TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    MOVE 'Y' TO WS-RECORD-VALID
    PERFORM VALIDATE-INVOICE-FIELDS

    IF WS-RECORD-VALID = 'Y'
       AND (WS-DUP-FOUND = 'N' OR RP-DUP-POLICY = 'L')
       ADD 1 TO WS-LOADED-COUNT
       MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
       PERFORM BUILD-LINEAGE-VALUES

       *> A restart run still reads every record, so PROD-AMT totals
       *> stay right for the whole file, but only re-emits INSERTs for
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
          MOVE SPACES TO WS-OUT-LINE
          STRING "INSERT INTO INVOICE (INV_ID, ITEM_COUNT"
                 DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
                 ") VALUES (" DELIMITED BY SIZE
                 INV-ID DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 ITEM-COUNT DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
                 ");" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
           IF WS-RECORD-COUNT > WS-SKIP-COUNT
              MOVE SPACES TO WS-OUT-LINE
              STRING "INSERT INTO INVOICE_ITEMS "
                     "(INV_ID, LINE_NO, PROD_ID, PROD_QTY, PROD_AMT"
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
                     ") VALUES (" DELIMITED BY SIZE
                     INV-ID DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     WS-ITEM-IDX DELIMITED BY SIZE
                     PROD-QTY(WS-ITEM-IDX) DELIMITED BY SIZE
                     ", " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROD-AMT-EDIT) DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
                     ");" DELIMITED BY SIZE
                     INTO WS-OUT-LINE
              END-STRING
       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       AND WS-RECORD-COUNT > WS-SKIP-COUNT
       PERFORM ACK-REJECTED-INVOICE
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER
      *> 10-byte header only, which a correct manifest then flags.
VERIFY-TRANSFER-MANIFEST.
    PERFORM READ-MANIFEST-FILE
    IF WS-MFT-PRESENT = 'Y' AND RP-RECFM-MODE = 'V'
       PERFORM MANIFEST-PASS-RDW
    END-IF
    IF WS-MFT-PRESENT = 'Y' AND RP-RECFM-MODE NOT = 'V'
       OPEN INPUT INVOICE-FILE
       PERFORM UNTIL WS-EOF = 'Y'
          READ INVOICE-FILE
       STOP RUN
    END-IF.

      *> RECFM=VB manifest pre-pass. The manifest describes the file
      *> as transferred, so each record's bytes are its RDW and then
      *> its payload; a payload too long for the manifest buffer is
      *> fed through in further pieces that do not count as records.
MANIFEST-PASS-RDW.
    MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
    PERFORM OPEN-RDW-INPUT
    PERFORM UNTIL WS-RDW-EOF = 'Y'
       PERFORM READ-RDW-RECORD
       IF WS-RDW-EOF = 'N'
          MOVE SPACES TO WS-MFT-BUFFER
          MOVE WS-RDW-HEADER TO WS-MFT-BUFFER(1:4)
          MOVE 4 TO WS-MFT-BUF-LEN
          MOVE 1 TO WS-RDW-IDX
          PERFORM MANIFEST-RDW-PIECE
          PERFORM UNTIL WS-RDW-IDX > WS-RDW-DATA-LEN
             MOVE SPACES TO WS-MFT-BUFFER
             MOVE 0 TO WS-MFT-BUF-LEN
             PERFORM MANIFEST-RDW-PIECE
             SUBTRACT 1 FROM WS-MFT-ACT-RECORDS
          END-PERFORM
       END-IF
    END-PERFORM
    IF WS-RDW-FAILED = 'Y'
       MOVE 'Y' TO WS-MFT-FAILED
       MOVE WS-RDW-FAIL-TEXT TO WS-MFT-FAIL-TEXT
    END-IF
    PERFORM CLOSE-RDW-FILE
    PERFORM VERIFY-MANIFEST-TOTALS.

      *> Tops the manifest buffer up from WS-RDW-DATA at WS-RDW-IDX
      *> and accumulates it.
MANIFEST-RDW-PIECE.
    COMPUTE WS-MFT-PIECE-LEN = FUNCTION LENGTH(WS-MFT-BUFFER)
                            - WS-MFT-BUF-LEN
    IF WS-MFT-PIECE-LEN > WS-RDW-DATA-LEN - WS-RDW-IDX + 1
       COMPUTE WS-MFT-PIECE-LEN = WS-RDW-DATA-LEN - WS-RDW-IDX + 1
    END-IF
    MOVE WS-RDW-DATA(WS-RDW-IDX:WS-MFT-PIECE-LEN)
         TO WS-MFT-BUFFER(WS-MFT-BUF-LEN + 1:WS-MFT-PIECE-LEN)
    ADD WS-MFT-PIECE-LEN TO WS-MFT-BUF-LEN
    ADD WS-MFT-PIECE-LEN TO WS-RDW-IDX
    PERFORM ACCUMULATE-MANIFEST-RECORD.

      *> The product master must exist (PRODLOAD ran) and hold at
      *> least one product - the same stop ORDRLOAD makes for an
      *> unusable customer master, taken before any output is opened.
OPEN-INVOICE-PRODUCT-MASTER.
    PERFORM OPEN-PRODUCT-MASTER
    IF WS-PRODMAST-OPEN = 'N'
       DISPLAY "INVCLOAD: " FUNCTION TRIM(WS-PRODMAST-FAIL-TEXT)
               " - " FUNCTION TRIM(WS-PRODMAST-FILE-NAME)
               ", run PRODLOAD first."
       MOVE "FAILED" TO CRL-RUN-STATUS
       MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
       MOVE 0 TO CRL-RECORDS-READ
       MOVE 0 TO CRL-RECORDS-LOADED
       MOVE 0 TO CRL-RECORDS-REJECTED
       PERFORM WRITE-RUN-LOG
       PERFORM CLOSE-RUN-LOG
       MOVE "PRODUCT" TO WS-ALERT-CLASS
       MOVE WS-PRODMAST-FAIL-TEXT TO WS-ALERT-TEXT
       MOVE 0 TO WS-ALERT-READ
       MOVE 0 TO WS-ALERT-LOADED
       MOVE 0 TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

      *> The same extract name either way; RECFM=VB reads it through
      *> the RDW reader instead of the copybook-length FD.
OPEN-INVOICE-INPUT.
    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
    ELSE
       OPEN INPUT INVOICE-FILE
    END-IF.

CLOSE-INVOICE-INPUT.
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       CLOSE INVOICE-FILE
    END-IF.

READ-FIXED-INVOICE.
    READ INVOICE-FILE
        AT END
            MOVE 'Y' TO WS-EOF
    END-READ
    *> a failed READ (status other than 00/04/10)
    *> executes neither AT END nor NOT AT END, so the
    *> status is judged here, after the statement
    IF WS-EOF = 'N'
    EVALUATE WS-INPUT-FILE-STATUS
       WHEN '00'
          PERFORM CLASSIFY-INVOICE-RECORD
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
    END-IF.

      *> One RDW record into the INVOICE record area (padded with
      *> spaces past what the RDW carried, so a short record's
      *> missing items read as non-numeric rather than stale bytes).
      *> The byte offset a reject names is where the record's RDW
      *> starts. A lost RDW boundary fails the run exactly as a
      *> short/misaligned fixed record does.
READ-RDW-INVOICE.
    PERFORM READ-RDW-RECORD
    EVALUATE TRUE
       WHEN WS-RDW-FAILED = 'Y'
          PERFORM REJECT-RDW-BOUNDARY
       WHEN WS-RDW-EOF = 'Y'
          MOVE 'Y' TO WS-EOF
       WHEN OTHER
          MOVE SPACES TO INVOICE-RAW-VIEW
          IF WS-RDW-DATA-LEN > FUNCTION LENGTH(INVOICE-RAW-VIEW)
             MOVE WS-RDW-DATA(1:FUNCTION LENGTH(INVOICE-RAW-VIEW))
                  TO INVOICE-RAW-VIEW
          ELSE
             MOVE WS-RDW-DATA(1:WS-RDW-DATA-LEN)
                  TO INVOICE-RAW-VIEW(1:WS-RDW-DATA-LEN)
          END-IF
          MOVE WS-RDW-RECORD-OFFSET TO WS-BYTE-OFFSET
          PERFORM CLASSIFY-INVOICE-RECORD
    END-EVALUATE.

      *> An unusable RDW (truncated, spanned, impossible length) -
      *> the RECFM=VB form of REJECT-STRUCTURAL-RECORD: everything
      *> after it is unreadable, so the run stops and fails.
REJECT-RDW-BOUNDARY.
    IF WS-RDW-HEADER-GOT > 0
       ADD 1 TO WS-RECORD-COUNT
       ADD 1 TO WS-REJECTED-COUNT
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE SPACES TO INVOICE-RAW-VIEW
          IF WS-RDW-DATA-GOT > 0
             AND WS-RDW-DATA-GOT <= FUNCTION LENGTH(INVOICE-RAW-VIEW)
             MOVE WS-RDW-DATA(1:WS-RDW-DATA-GOT)
                  TO INVOICE-RAW-VIEW(1:WS-RDW-DATA-GOT)
          END-IF
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "INVOICE" TO RJ-FIELD-NAME
          MOVE WS-RDW-RECORD-OFFSET TO RJ-FIELD-VALUE
          MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
          MOVE WS-RDW-DATA-GOT TO WS-RDW-DATA-LEN
          PERFORM ACK-REJECTED-INVOICE
       END-IF
    END-IF
    DISPLAY "INVCLOAD: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
    MOVE 'Y' TO WS-EOF
    MOVE 'Y' TO WS-CTL-FAILED
    MOVE SPACES TO WS-CTL-FAIL-TEXT
    STRING FUNCTION TRIM(WS-RDW-FAIL-TEXT) DELIMITED BY SIZE
           " - REMAINING RECORDS UNREAD" DELIMITED BY SIZE
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> One record off the wire: classified as control or data, and
      *> the byte offset advanced by the length its ITEM-COUNT
      *> implies (control records ride at the fixed 48-byte control
    PERFORM CHECK-CONTROL-RECORD
    IF WS-CTL-RECORD-TYPE = SPACE
       PERFORM PROCESS-RECORD
    ELSE
       IF RP-RECFM-MODE = 'V'
          PERFORM CHECK-RDW-CONTROL-LENGTH
       END-IF
    END-IF
    IF ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
       COMPUTE WS-REC-PHYS-LEN = 10 + ITEM-COUNT * 19
       MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
       MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-REJECTED-INVOICE
    END-IF
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was a repeat of an earlier INV-ID.
ACK-REJECTED-INVOICE.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE INV-ID TO WS-ACK-RECORD-KEY
    MOVE "INV-ID" TO WS-ACK-FIELD-NAME
    MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    EVALUATE TRUE
       WHEN RP-RECFM-MODE = 'V'
          AND WS-RDW-DATA-LEN < FUNCTION LENGTH(INVOICE-RAW-VIEW)
          MOVE WS-RDW-DATA-LEN TO WS-ACK-ORIGINAL-LEN
       WHEN RP-RECFM-MODE = 'V'
          MOVE FUNCTION LENGTH(INVOICE-RAW-VIEW) TO WS-ACK-ORIGINAL-LEN
       WHEN ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
          COMPUTE WS-ACK-ORIGINAL-LEN = 10 + ITEM-COUNT * 19
       WHEN OTHER
          MOVE FUNCTION LENGTH(INVOICE-RAW-VIEW) TO WS-ACK-ORIGINAL-LEN
    END-EVALUATE
    MOVE INVOICE-RAW-VIEW TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

HANDLE-DUPLICATE-INVOICE.
    ADD 1 TO WS-DUP-COUNT
    MOVE WS-RECORD-COUNT TO WS-DUP-RECORD-NO
             PERFORM WRITE-REJECT-LINE
          END-IF
       ELSE
          IF RP-RECFM-MODE = 'V'
             PERFORM CHECK-RDW-INVOICE-LENGTH
          END-IF
          PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX > ITEM-COUNT
             IF PROD-ID(WS-ITEM-IDX) NOT NUMERIC
                MOVE 'N' TO WS-RECORD-VALID
                IF WS-RECORD-COUNT > WS-SKIP-COUNT
                   MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
                   MOVE "PROD-ID" TO RJ-FIELD-NAME
                   MOVE PROD-ID(WS-ITEM-IDX) TO RJ-FIELD-VALUE
                   MOVE "NOT NUMERIC PER PICTURE 9(6)" TO RJ-REASON
                   PERFORM WRITE-REJECT-LINE
                END-IF
             END-IF
             IF PROD-QTY(WS-ITEM-IDX) NOT NUMERIC
                MOVE 'N' TO WS-RECORD-VALID
                IF WS-RECORD-COUNT > WS-SKIP-COUNT
                   MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
                   MOVE "PROD-QTY" TO RJ-FIELD-NAME
                   MOVE PROD-QTY(WS-ITEM-IDX) TO RJ-FIELD-VALUE
                   MOVE "NOT NUMERIC PER PICTURE 9(4)" TO RJ-REASON
                   PERFORM WRITE-REJECT-LINE
                END-IF
             END-IF
             PERFORM DECODE-PROD-AMT
             IF WS-AMT-VALID = 'N'
                MOVE 'N' TO WS-RECORD-VALID
                IF WS-RECORD-COUNT > WS-SKIP-COUNT
                   MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
                   MOVE "PROD-AMT" TO RJ-FIELD-NAME
                   MOVE INVOICE-RAW-VIEW(WS-AMT-OFS:9) TO RJ-FIELD-VALUE
                   MOVE "INVALID ZONED DIGIT/SIGN (OVERPUNCH)"
                        TO RJ-REASON
                   PERFORM WRITE-REJECT-LINE
                END-IF
             END-IF
             IF PROD-ID(WS-ITEM-IDX) IS NUMERIC
                AND PROD-QTY(WS-ITEM-IDX) IS NUMERIC
                AND WS-AMT-VALID = 'Y'
                PERFORM VALIDATE-ITEM-PRODUCT
             END-IF
          END-PERFORM
       END-IF
    END-IF.

      *> A line whose own pictures are clean is judged against the
      *> product master - see PRODLIB.cpy for the checks and their
      *> order.
VALIDATE-ITEM-PRODUCT.
    MOVE PROD-ID(WS-ITEM-IDX) TO WS-PROD-CHK-ID
    MOVE PROD-QTY(WS-ITEM-IDX) TO WS-PROD-CHK-QTY
    MOVE WS-PROD-AMT-DEC(WS-ITEM-IDX) TO WS-PROD-CHK-AMT
    PERFORM CHECK-PRODUCT-LINE
    IF WS-PROD-CHK-RESULT NOT = SPACE
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE WS-PROD-CHK-FIELD TO RJ-FIELD-NAME
          MOVE WS-PROD-CHK-VALUE TO RJ-FIELD-VALUE
          MOVE WS-PROD-CHK-REASON TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF.

      *> RECFM=VB: the RDW's length against the 10 + 19 per item the
      *> (already validated) ITEM-COUNT implies. Only this record is
      *> lost on a mismatch - the next RDW still marks the next one.
CHECK-RDW-INVOICE-LENGTH.
    COMPUTE WS-RDW-EXPECTED-LEN = 10 + ITEM-COUNT * 19
    PERFORM CHECK-RDW-LENGTH
    IF WS-RDW-MISMATCH = 'Y'
       MOVE 'N' TO WS-RECORD-VALID
       IF WS-RECORD-COUNT > WS-SKIP-COUNT
          MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
          MOVE "RDW-LENGTH" TO RJ-FIELD-NAME
          MOVE WS-RDW-DATA-LEN TO RJ-FIELD-VALUE
          MOVE WS-RDW-MISMATCH-TEXT TO RJ-REASON
          PERFORM WRITE-REJECT-LINE
       END-IF
    END-IF.

      *> A HDR/TRL whose RDW disagrees with the 48-byte control shape
      *> cannot be trusted to reconcile against - the run fails, as
      *> it does for any other unusable control record.
CHECK-RDW-CONTROL-LENGTH.
    IF ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
       COMPUTE WS-RDW-EXPECTED-LEN = 10 + ITEM-COUNT * 19
    ELSE
       MOVE 48 TO WS-RDW-EXPECTED-LEN
    END-IF
    PERFORM CHECK-RDW-LENGTH
    IF WS-RDW-MISMATCH = 'Y'
       MOVE 'Y' TO WS-CTL-FAILED
       MOVE SPACES TO WS-CTL-FAIL-TEXT
       STRING "CONTROL RECORD " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RDW-MISMATCH-TEXT) DELIMITED BY SIZE
              " AT BYTE OFFSET " DELIMITED BY SIZE
              WS-RDW-RECORD-OFFSET DELIMITED BY SIZE
              INTO WS-CTL-FAIL-TEXT
       END-STRING
    END-IF.

      *> Cross-field business rules - see RULEWS.cpy and CUSTLOAD's
      *> twin. INVOICE's rule-worthy fields live per line item, so
      *> the registration and judgment run once per resolved item
COPY "RECONCILE.cpy".
COPY "CHKPTLIB.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "DUPLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "MFTOUTLIB.cpy".
COPY "RDWLIB.cpy".
COPY "PRODLIB.cpy".
COPY "RULELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
