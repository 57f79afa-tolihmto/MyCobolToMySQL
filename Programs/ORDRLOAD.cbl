      *> lines whose customers finally arrived, and HOUSEKEEP
      *> archives it copy-only.
      *>
      *> Credit-hold gate: the same keyed READ that proves the
      *> customer exists hands back the customer's flag bytes, so an
      *> order from a CREDIT WATCH (FLAG-A x'43') or HOLD
      *> CORRESPONDENCE (FLAG-B x'48') customer is caught before it
      *> lands. Per RP-CREDIT-HOLD-POLICY it either loads into ORDERS
      *> as usual and is listed ('L', the default), or is routed to
      *> an ORDERS_CREDIT_HOLD table (same columns) to wait for
      *> credit control ('H'). Either way it goes to
      *> Output/ORDER_CREDIT_HOLDS.txt, the night's list CREDRPT
      *> reports from. CREDREL releases held orders one by one and
      *> records each release in Output/ORDER_CREDIT_RELEASES.txt; an
      *> order on that ledger loads into ORDERS from then on even
      *> though its customer is still flagged, so the nightly full
      *> reload does not put a released order straight back on hold.
      *>
      *> Output/ORDER_ACK.dat goes back to the mainframe after every
      *> run (ACKREC.cpy layout, see ACKLIB.cpy): a summary record
      *> with the recon line's counts, then one detail record per
      *> rejected ORDER-RECORD - field failure, duplicate, or orphan
      *> rejected under ORPHAN=R - carrying its original 15 bytes.
      *>
      *> GnuCOBOL builds without indexed-file support report the
      *> master's FD as unsupported at compile time; the program runs
      *> where the runtime includes it - the same situation CUSTIDX
      *> and CUSTLOAD's range mode have always had.
      *>
      *> Row lineage: every ORDERS row - and every ORDERS_QUARANTINE
      *> and ORDERS_CREDIT_HOLD row, so a promotion or release keeps
      *> it - carries LOAD_RUN_ID, SOURCE_RECORD_NO and
      *> SOURCE_FINGERPRINT (LINEAGELIB.cpy): this run's
      *> CONVERSION_RUN_LOG key, the order's record number in the
      *> extract (the RECORD= numbering of the reject report) and the
      *> intake ledger's fingerprint of the extract.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDRLOAD.
    SELECT ORPHAN-FILE ASSIGN TO DYNAMIC WS-ORPHAN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-FILE-STATUS.
    SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-FILE-STATUS.
    SELECT RELKEY-FILE ASSIGN TO DYNAMIC WS-RELKEY-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RK-ORDER-ID
        FILE STATUS IS WS-RELKEY-FILE-STATUS.
    SELECT DUP-FILE ASSIGN TO DYNAMIC WS-DUP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUPKEY-FILE ASSIGN TO DYNAMIC WS-DUPKEY-FILE-NAME
        FILE STATUS IS WS-CODE-FILE-STATUS.
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
FD  ORDER-FILE.
    COPY "sample_redefines.cpy".

      *> Same keyed-master record shape CUSTIDX writes and CUSTLOAD's
      *> range mode reads: 111 bytes, the 80 CUSTOMER-RECORD bytes
      *> with the key broken out for the indexed organization, then
      *> the extract record number and fingerprint.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).
      *> The CUSTOMER-RECORD flag bytes (FLAGS-AREA, bytes 75-76)
      *> at their place in the master record.
01  CUSTOMER-MASTER-FLAG-VIEW.
    05  FILLER                   PIC X(74).
    05  CM-FLAG-A                PIC X(1).
    05  CM-FLAG-B                PIC X(1).
    05  FILLER                   PIC X(4).

FD  ORPHAN-FILE.
01  ORPHAN-OUT-REC               PIC X(120).

FD  HOLD-FILE.
01  HOLD-OUT-REC                 PIC X(160).

FD  RELEASE-FILE.
01  RELEASE-IN-REC               PIC X(120).

FD  RELKEY-FILE.
01  RELKEY-RECORD.
    05  RK-ORDER-ID              PIC X(8).

FD  DUP-FILE.
01  DUP-OUT-REC                  PIC X(120).

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
01  WS-ORPHAN-OUT-LINE           PIC X(120) VALUE SPACES.
01  WS-ORDER-TABLE-TARGET        PIC X(20) VALUE "ORDERS".

      *> Credit-hold gate. A customer is flagged when FLAG-A reads
      *> CREDIT WATCH or FLAG-B reads HOLD CORRESPONDENCE - compared
      *> as the hex codes CODE_TABLES.cfg keys them by, so the test
      *> reads the same as every decode of those bytes downstream.
01  WS-HOLD-FILE-NAME            PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_HOLDS.txt".
01  WS-HOLD-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-HOLD-OUT-LINE             PIC X(160) VALUE SPACES.
01  WS-HOLD-DISP-TEXT            PIC X(10).
01  WS-HOLD-PAY-TYPE             PIC X(1).
01  WS-CUST-FLAGGED              PIC X(1).
01  WS-CUST-FLAG-A-HEX           PIC X(2).
01  WS-CUST-FLAG-B-HEX           PIC X(2).
01  WS-FLAGGED-COUNT             PIC 9(9) VALUE 0.
01  WS-HELD-COUNT                PIC 9(9) VALUE 0.
01  WS-RELEASED-COUNT            PIC 9(9) VALUE 0.

      *> ORDER-IDs credit control has released (CREDREL's ledger),
      *> keyed once at startup into an indexed work file - the
      *> ledger only grows (the nightly full reload needs every
      *> release it has ever recorded), so it gets no table bound to
      *> outgrow, the same move DUPLIB made for its seen keys.
01  WS-RELEASE-FILE-NAME         PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_RELEASES.txt".
01  WS-RELEASE-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-RELEASE-EOF               PIC X(1) VALUE 'N'.
01  WS-RELKEY-FILE-NAME          PIC X(80)
                                  VALUE "Output/ORDER_RELKEYS.IDX".
01  WS-RELKEY-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-ORDER-RELEASED            PIC X(1).

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
COPY "CODEWS.cpy".
COPY "HEXWS.cpy".
COPY "MFTOUTWS.cpy".
COPY "EXPORTWS.cpy".
COPY "ESCWS.cpy".
    MOVE "ORDER-RECORD" TO WS-RULE-COPYBOOK
    PERFORM LOAD-BUSINESS-RULES
    PERFORM LOAD-CODE-TABLE
    PERFORM LOAD-RELEASED-ORDERS
    MOVE "Output/ORDER_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "Output/ORDER_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "ORDER" TO WS-ACK-FEED-NAME
    MOVE "Output/ORDER_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/ORDER_ACK_DETAIL.dat" TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/ORDER_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/ORDER_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    PERFORM OPEN-DUPKEY-FILE
    PERFORM READ-LAST-CHECKPOINT

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "ORDRLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "ORDER-RECORD" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT

    MOVE "ORDER_ID,CUST_ID,CUST_PREFIX,CUST_SUFFIX,PAY_TYPE,PAY_CARD,PAY_TYPE_DESC"
        TO WS-EXPORT-CSV-HEADER
        OPEN EXTEND INSERT-FILE
        PERFORM SQL-ROLLBACK-DANGLING-BLOCK
        OPEN EXTEND REJECT-FILE
        OPEN EXTEND ACK-DETAIL-FILE
        IF WS-ACK-DETAIL-STATUS NOT = '00'
           OPEN OUTPUT ACK-DETAIL-FILE
        END-IF
        OPEN EXTEND ORPHAN-FILE
        OPEN EXTEND HOLD-FILE
        IF WS-HOLD-FILE-STATUS NOT = '00'
           OPEN OUTPUT HOLD-FILE
        END-IF
        OPEN EXTEND DUP-FILE
    ELSE
        OPEN OUTPUT INSERT-FILE
        OPEN OUTPUT REJECT-FILE
        OPEN OUTPUT ACK-DETAIL-FILE
        *> the orphan report is ORPHANFIX's holding pen now, not a
        *> per-run product: last night's still-orphaned lines must
        *> survive until their customers arrive, so tonight's lines
        IF WS-ORPHAN-FILE-STATUS NOT = '00'
           OPEN OUTPUT ORPHAN-FILE
        END-IF
        OPEN OUTPUT HOLD-FILE
        OPEN OUTPUT DUP-FILE
        PERFORM OPEN-EXPORT-FILES
        MOVE "ORDERS" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
        MOVE "ORDERS_QUARANTINE" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
        MOVE "ORDERS_CREDIT_HOLD" TO WS-TXN-GUARD-TABLE
        PERFORM SQL-WRITE-RELOAD-GUARD
    END-IF

    *> ORDER-RECORD is only 15 bytes, so its control pair is the
    CLOSE INSERT-FILE
    CLOSE REJECT-FILE
    CLOSE ORPHAN-FILE
    CLOSE HOLD-FILE
    CLOSE DUP-FILE
    PERFORM CLOSE-DUPKEY-FILE
    CLOSE RELKEY-FILE
    IF WS-SKIP-COUNT = 0
        PERFORM CLOSE-EXPORT-FILES
    END-IF
    MOVE WS-ORPHAN-COUNT TO REC-ORPHAN-COUNT
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
    DISPLAY "ORDRLOAD: " WS-LOADED-COUNT " order record(s) loaded, "
            WS-REJECTED-COUNT " rejected, "
            WS-ORPHAN-COUNT " orphan(s)."
    DISPLAY "ORDRLOAD: " WS-FLAGGED-COUNT
            " order(s) from flagged customers, "
            WS-HELD-COUNT " held for credit, "
            WS-RELEASED-COUNT " released by credit control."
    PERFORM RELEASE-RUN-LOCK
    IF WS-CTL-FAILED = 'Y' OR WS-BRK-TRIPPED = 'Y'
       MOVE 8 TO RETURN-CODE
      *> bound, no linear scan.
FIND-CUSTOMER-KEY.
    MOVE 'N' TO WS-CUSTKEY-FOUND
    MOVE 'N' TO WS-CUST-FLAGGED
    MOVE CUST-ID OF ORDER-RECORD TO CM-CUST-ID
    READ CUSTOMER-MASTER-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE 'Y' TO WS-CUSTKEY-FOUND
          PERFORM CHECK-CUSTOMER-FLAGS
    END-READ.

CHECK-CUSTOMER-FLAGS.
    MOVE CM-FLAG-A TO WS-HEX-IN-BYTE
    PERFORM ENCODE-BYTE-TO-HEX
    MOVE WS-HEX-OUT TO WS-CUST-FLAG-A-HEX
    MOVE CM-FLAG-B TO WS-HEX-IN-BYTE
    PERFORM ENCODE-BYTE-TO-HEX
    MOVE WS-HEX-OUT TO WS-CUST-FLAG-B-HEX
    IF WS-CUST-FLAG-A-HEX = "43" OR WS-CUST-FLAG-B-HEX = "48"
       MOVE 'Y' TO WS-CUST-FLAGGED
    END-IF.

      *> The release ledger is optional - no file simply means
      *> nothing has been released yet. CREDREL writes every line,
      *> so each begins ORDER_ID= and its eight digits. The work file
      *> is recreated from the ledger every run, so it can never
      *> disagree with it; an order released twice keys once.
LOAD-RELEASED-ORDERS.
    OPEN OUTPUT RELKEY-FILE
    IF WS-RELKEY-FILE-STATUS NOT = '00'
       DISPLAY "ORDRLOAD: cannot create release-key work file "
               FUNCTION TRIM(WS-RELKEY-FILE-NAME)
               " (STATUS=" WS-RELKEY-FILE-STATUS ") - stopping."
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT RELEASE-FILE
    IF WS-RELEASE-FILE-STATUS = '00'
       MOVE 'N' TO WS-RELEASE-EOF
       PERFORM UNTIL WS-RELEASE-EOF = 'Y'
          READ RELEASE-FILE
             AT END
                MOVE 'Y' TO WS-RELEASE-EOF
             NOT AT END
                IF RELEASE-IN-REC(1:9) = "ORDER_ID="
                   AND RELEASE-IN-REC(10:8) IS NUMERIC
                   MOVE RELEASE-IN-REC(10:8) TO RK-ORDER-ID
                   WRITE RELKEY-RECORD
                      INVALID KEY
                         CONTINUE
                   END-WRITE
                END-IF
          END-READ
       END-PERFORM
       CLOSE RELEASE-FILE
    END-IF
    CLOSE RELKEY-FILE
    OPEN INPUT RELKEY-FILE
    IF WS-RELKEY-FILE-STATUS NOT = '00'
       DISPLAY "ORDRLOAD: cannot reopen release-key work file "
               FUNCTION TRIM(WS-RELKEY-FILE-NAME)
               " (STATUS=" WS-RELKEY-FILE-STATUS ") - stopping."
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

      *> One random READ against the release keys, like
      *> FIND-CUSTOMER-KEY against the master.
FIND-RELEASED-ORDER.
    MOVE 'N' TO WS-ORDER-RELEASED
    MOVE ORDER-ID TO RK-ORDER-ID
    READ RELKEY-FILE
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          MOVE 'Y' TO WS-ORDER-RELEASED
    END-READ.

      *> PAY-TYPE is an arbitrary byte off the extract; anything but
      *> a letter or digit is listed as '?' so the blank-split
      *> KEY=VALUE line always parses back.
WRITE-CREDIT-HOLD-LINE.
    IF (PAY-TYPE IS ALPHABETIC-UPPER AND PAY-TYPE NOT = SPACE)
       OR PAY-TYPE IS NUMERIC
       MOVE PAY-TYPE TO WS-HOLD-PAY-TYPE
    ELSE
       MOVE "?" TO WS-HOLD-PAY-TYPE
    END-IF
    MOVE SPACES TO WS-HOLD-OUT-LINE
    STRING "RECORD=" DELIMITED BY SIZE
           WS-RECORD-COUNT DELIMITED BY SIZE
           " ORDER_ID=" DELIMITED BY SIZE
           ORDER-ID DELIMITED BY SIZE
           " CUST_ID=" DELIMITED BY SIZE
           CUST-ID OF ORDER-RECORD DELIMITED BY SIZE
           " PAY_TYPE=" DELIMITED BY SIZE
           WS-HOLD-PAY-TYPE DELIMITED BY SIZE
           " FLAG_A=" DELIMITED BY SIZE
           WS-CUST-FLAG-A-HEX DELIMITED BY SIZE
           " FLAG_B=" DELIMITED BY SIZE
           WS-CUST-FLAG-B-HEX DELIMITED BY SIZE
           " DISPOSITION=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-HOLD-DISP-TEXT) DELIMITED BY SIZE
           INTO WS-HOLD-OUT-LINE
    END-STRING
    MOVE WS-HOLD-OUT-LINE TO HOLD-OUT-REC
    WRITE HOLD-OUT-REC.

WRITE-ORPHAN-LINE.
    MOVE SPACES TO WS-ORPHAN-OUT-LINE
    IF RP-ORPHAN-POLICY = 'Q'
       MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
       MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-REJECTED-ORDER
    END-IF
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       IF WS-DUP-DISP = 'H'
          STRING "DELETE FROM ORDERS_CREDIT_HOLD WHERE ORDER_ID = "
                 DELIMITED BY SIZE
                 ORDER-ID DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       ELSE
          STRING "DELETE FROM ORDERS WHERE ORDER_ID = "
                 DELIMITED BY SIZE
                 ORDER-ID DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-IF
    END-IF
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was either a repeat of an earlier ORDER-ID or
      *> an orphan rejected under ORPHAN=R.
ACK-REJECTED-ORDER.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE ORDER-ID TO WS-ACK-RECORD-KEY
    IF WS-DUP-FOUND = 'Y' AND RP-DUP-POLICY NOT = 'L'
       MOVE "ORDER-ID" TO WS-ACK-FIELD-NAME
       MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    ELSE
       MOVE "CUST-ID" TO WS-ACK-FIELD-NAME
       MOVE "PARENT KEY NOT FOUND" TO WS-ACK-REASON-TEXT
    END-IF
    MOVE FUNCTION LENGTH(ORDER-RECORD) TO WS-ACK-ORIGINAL-LEN
    MOVE ORDER-RECORD TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    MOVE 'Y' TO WS-RECORD-VALID
    PERFORM VALIDATE-ORDER-FIELDS

             PERFORM SET-DUPKEY-DISPOSITION
          END-IF
       ELSE
          *> Credit-hold gate: a flagged customer's order is held
          *> under policy 'H' unless credit control has released it;
          *> otherwise it loads as usual, and if flagged is listed.
          *> A held order is booked as loaded, like a quarantined
          *> orphan - it lands in a table, just not in ORDERS.
          MOVE 'N' TO WS-ORDER-RELEASED
          IF WS-CUST-FLAGGED = 'Y'
             ADD 1 TO WS-FLAGGED-COUNT
             PERFORM FIND-RELEASED-ORDER
          END-IF
          IF WS-CUST-FLAGGED = 'Y'
             AND WS-ORDER-RELEASED = 'N'
             AND RP-CREDIT-HOLD-POLICY = 'H'
             ADD 1 TO WS-LOADED-COUNT
             ADD 1 TO WS-HELD-COUNT
             MOVE 'H' TO WS-DUP-DISP
             PERFORM SET-DUPKEY-DISPOSITION
             IF WS-RECORD-COUNT > WS-SKIP-COUNT
                MOVE "HELD" TO WS-HOLD-DISP-TEXT
                PERFORM WRITE-CREDIT-HOLD-LINE
                MOVE "ORDERS_CREDIT_HOLD" TO WS-ORDER-TABLE-TARGET
                PERFORM EMIT-ORDER-INSERT
                MOVE "ORDERS" TO WS-ORDER-TABLE-TARGET
             END-IF
          ELSE
             ADD 1 TO WS-LOADED-COUNT
             MOVE 'L' TO WS-DUP-DISP
             PERFORM SET-DUPKEY-DISPOSITION
             IF WS-ORDER-RELEASED = 'Y'
                ADD 1 TO WS-RELEASED-COUNT
             END-IF
             IF WS-RECORD-COUNT > WS-SKIP-COUNT
                IF WS-CUST-FLAGGED = 'Y'
                   IF WS-ORDER-RELEASED = 'Y'
                      MOVE "RELEASED" TO WS-HOLD-DISP-TEXT
                   ELSE
                      MOVE "LISTED" TO WS-HOLD-DISP-TEXT
                   END-IF
                   PERFORM WRITE-CREDIT-HOLD-LINE
                END-IF
                PERFORM EMIT-ORDER-INSERT
                IF WS-SKIP-COUNT = 0
                   PERFORM EMIT-ORDER-EXPORT-ROW
                END-IF
             END-IF
          END-IF
       END-IF
       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       AND WS-RECORD-COUNT > WS-SKIP-COUNT
       PERFORM ACK-REJECTED-ORDER
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER

      *> ALT-GROUP REDEFINES CUST-ID, PAY-DETAILS REDEFINES PAY-TYPE:
      *> both alternates ride along as extra columns on the same row.
      *> WS-ORDER-TABLE-TARGET is ORDERS for a clean row,
      *> ORDERS_QUARANTINE for an orphan loaded under policy 'Q', and
      *> ORDERS_CREDIT_HOLD for a flagged customer's order held under
      *> CREDITHOLD=H.
EMIT-ORDER-INSERT.
    PERFORM ESCAPE-ORDER-FIELDS-SQL
    MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    PERFORM BUILD-LINEAGE-VALUES
    MOVE SPACES TO WS-BULK-PREFIX
    STRING "INSERT INTO " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ORDER-TABLE-TARGET) DELIMITED BY SIZE
           " (ORDER_ID, CUST_ID, CUST_PREFIX, CUST_SUFFIX, "
           "PAY_TYPE, PAY_CARD" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES" DELIMITED BY SIZE
           INTO WS-BULK-PREFIX
    END-STRING
    MOVE SPACES TO WS-BULK-TUPLE
           FUNCTION TRIM(WS-PAY-TYPE-ESC) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-CARD-ESC) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-BULK-TUPLE
    END-STRING
    *> The prefix carries the current target table, so BULK-ADD-TUPLE
COPY "RECONCILE.cpy".
COPY "CHKPTLIB.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "DUPLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "RULELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "CODELIB.cpy".
COPY "HEXLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
