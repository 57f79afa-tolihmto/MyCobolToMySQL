      *> wrong, which is the problem this feed exists to end. The
      *> orphan count rides on the recon line.
      *>
      *> Output/INVOICE_XREF_ACK.dat goes back to the mainframe after
      *> every run (ACKREC.cpy layout, see ACKLIB.cpy): a summary
      *> record with the recon line's counts, then one detail record
      *> per rejected link - field failure, duplicate, or dangling
      *> side - carrying its original 16 bytes.
      *>
      *> GnuCOBOL builds without indexed-file support report the
      *> work files' FDs as unsupported at compile time; the program
      *> runs where the runtime includes it - the same situation
      *> CUSTIDX has always had.
      *>
      *> Row lineage: every INVOICE_XREF row carries LOAD_RUN_ID,
      *> SOURCE_RECORD_NO and SOURCE_FINGERPRINT (LINEAGELIB.cpy) -
      *> this run's CONVERSION_RUN_LOG key, the pairing's record
      *> number in the extract and the intake ledger's fingerprint of
      *> the extract.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. XREFLOAD.
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
FD  XREF-FILE.
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
    PERFORM LOAD-BUSINESS-RULES
    MOVE "Output/INVOICE_XREF_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "Output/INVOICE_XREF_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "XREF" TO WS-ACK-FEED-NAME
    MOVE "Output/INVOICE_XREF_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/INVOICE_XREF_ACK_DETAIL.dat"
         TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/INVOICE_XREF_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/INVOICE_XREF_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    PERFORM OPEN-DUPKEY-FILE
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "XREFLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "INVOICE-XREF-RECORD" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    PERFORM BUILD-INVOICE-KEY-FILE
    PERFORM BUILD-ORDER-KEY-FILE
        OPEN EXTEND INSERT-FILE
        PERFORM SQL-ROLLBACK-DANGLING-BLOCK
        OPEN EXTEND REJECT-FILE
        OPEN EXTEND ACK-DETAIL-FILE
        IF WS-ACK-DETAIL-STATUS NOT = '00'
           OPEN OUTPUT ACK-DETAIL-FILE
        END-IF
        OPEN EXTEND ORPHAN-FILE
        OPEN EXTEND DUP-FILE
    ELSE
        OPEN OUTPUT INSERT-FILE
        OPEN OUTPUT REJECT-FILE
        OPEN OUTPUT ACK-DETAIL-FILE
        OPEN OUTPUT ORPHAN-FILE
        OPEN OUTPUT DUP-FILE
        MOVE "INVOICE_XREF" TO WS-TXN-GUARD-TABLE
    MOVE WS-ORPHAN-COUNT TO REC-ORPHAN-COUNT
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
       MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
       MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-REJECTED-XREF
    END-IF
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was either a repeat of an earlier INV-ID or
      *> a dangling link, named by the side that points at nothing.
ACK-REJECTED-XREF.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE SPACES TO WS-ACK-RECORD-KEY
    STRING INV-ID OF INVOICE-XREF-RECORD DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           ORDER-ID OF INVOICE-XREF-RECORD DELIMITED BY SIZE
           INTO WS-ACK-RECORD-KEY
    END-STRING
    IF WS-DUP-FOUND = 'Y' AND RP-DUP-POLICY NOT = 'L'
       MOVE "INV-ID" TO WS-ACK-FIELD-NAME
       MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    ELSE
       IF WS-ORPHAN-SIDE = "ORDER"
          MOVE "ORDER-ID" TO WS-ACK-FIELD-NAME
       ELSE
          MOVE "INV-ID" TO WS-ACK-FIELD-NAME
       END-IF
       MOVE "PARENT KEY NOT FOUND" TO WS-ACK-REASON-TEXT
    END-IF
    MOVE FUNCTION LENGTH(INVOICE-XREF-RECORD) TO WS-ACK-ORIGINAL-LEN
    MOVE INVOICE-XREF-RECORD TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    MOVE 'Y' TO WS-RECORD-VALID
    PERFORM VALIDATE-XREF-FIELDS

       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       AND WS-RECORD-COUNT > WS-SKIP-COUNT
       PERFORM ACK-REJECTED-XREF
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER

EMIT-XREF-INSERT.
    PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
    MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    PERFORM BUILD-LINEAGE-VALUES
    MOVE SPACES TO WS-OUT-LINE
    STRING "INSERT INTO INVOICE_XREF (INV_ID, ORDER_ID"
           DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES (" DELIMITED BY SIZE
           INV-ID OF INVOICE-XREF-RECORD DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           ORDER-ID OF INVOICE-XREF-RECORD DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ");" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
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
