      *> as unsupported at compile time; the program runs where the
      *> runtime includes it - the same situation BROWSE's SCREEN
      *> SECTION has always had.
      *>
      *> Every sequential run also returns Output/CUSTOMER_ACK.dat to
      *> the mainframe (ACKREC.cpy layout, see ACKLIB.cpy): the recon
      *> line's counts as a summary record, then one detail record per
      *> rejected CUSTOMER-RECORD with its original 80 bytes. A range
      *> run is a targeted correction, not a feed, and leaves the
      *> night's acknowledgement alone.
      *>
      *> SLICE=nn (always with FROMKEY=/TOKEY=) marks the run as one
      *> key range of a CUSTFAN fan-out, several of which run at once:
      *> every output, the run lock included, takes a per-slice name
      *> (Output/CUSTOMER_Snn_INSERTS.sql and so on) so the slices
      *> never share a file, the INSERTs carry no guard of their own
      *> (CUSTFAN writes the one full-reload guard ahead of the merged
      *> file), the rejected records still get acknowledgement details
      *> for CUSTFAN to merge, and the run-log row goes to the slice's
      *> own file - CUSTFAN books the fan-out as one CUSTOMER run.
      *>
      *> Contact standardization: every loaded record's PHONE-NUMBER
      *> and EMAIL also go through CONTACTLIB.cpy under the rules in
      *> Config/CONTACT_RULES.cfg. The normalized values and their
      *> VALID/REPAIRED/UNUSABLE grades load as PHONE_NUMBER_STD,
      *> PHONE_QUALITY, EMAIL_STD and EMAIL_QUALITY beside the raw
      *> columns (SQL, LOAD DATA file and side exports alike), and
      *> Output/CUSTOMER_CONTACT_QUALITY.txt counts how many contacts
      *> were repaired and how. A DELTA=Y run judges CONTACT-INFO by
      *> the normalized values, so a reformat alone is not a customer
      *> change. A range run that is not a slice leaves the night's
      *> report alone, as it does the acknowledgement.
      *>
      *> Row lineage: every CUSTOMER (and CUSTOMER_HISTORY) row also
      *> carries LOAD_RUN_ID, SOURCE_RECORD_NO and SOURCE_FINGERPRINT
      *> (LINEAGELIB.cpy) - this run's CONVERSION_RUN_LOG key, the
      *> record's number in the extract and the intake ledger's
      *> fingerprint of that extract. A range run reads the keyed
      *> master, whose records remember both the extract record
      *> number and the fingerprint CUSTIDX built them from, so a
      *> fan-out's rows point back at the extract, not the master.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTLOAD.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.
    SELECT ACK-DETAIL-FILE ASSIGN TO DYNAMIC WS-ACK-DETAIL-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ACK-DETAIL-STATUS.
    SELECT CONTACT-RULE-FILE
        ASSIGN TO DYNAMIC WS-CTC-RULE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTC-RULE-FILE-STATUS.
    SELECT CONTACT-REPORT-FILE
        ASSIGN TO DYNAMIC WS-CTC-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTC-REPORT-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
    COPY "sample.cpy".

FD  INSERT-FILE.
01  INSERT-LINE                 PIC X(600).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).
    COPY "SNAPREC.cpy".

FD  CSV-FILE.
01  CSV-OUT-REC                  PIC X(600).

FD  JSON-FILE.
01  JSON-OUT-REC                 PIC X(600).

      *> RP-BULK-MODE = 'L': the pipe-delimited rows a LOAD DATA
      *> statement (written once into the SQL file) pulls in, so a
FD  EXPORT-MFT-FILE.
01  EXPORT-MFT-REC               PIC X(80).

FD  ACK-FILE.
01  ACK-OUT-REC                  PIC X(282).

FD  ACK-DETAIL-FILE.
01  ACK-DETAIL-REC               PIC X(282).

FD  CONTACT-RULE-FILE.
01  CONTACT-RULE-LINE            PIC X(120).

FD  CONTACT-REPORT-FILE.
01  CONTACT-REPORT-LINE          PIC X(80).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

      *> 111 bytes: CUSTOMER-RECORD's 80 with the key broken out for
      *> the indexed organization, then the extract record number
      *> and fingerprint CUSTIDX appends. A range-mode record's first
      *> 80 are moved into CUSTOMER-RECORD so PROCESS-RECORD runs
      *> unchanged; the other 31 ride into the row's lineage columns.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
01  WS-MASTER-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_MASTER.IDX".
01  WS-MASTER-FILE-STATUS        PIC XX VALUE SPACES.
      *> SLICE=nn file naming - see SET-SLICE-FILE-NAMES.
01  WS-SLICE-NO-TEXT             PIC 9(2).
01  WS-SLICE-SUFFIX              PIC X(20).
01  WS-SLICE-FILE-NAME           PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.

01  WS-BALANCE-DISPLAY           PIC S9(9)V9(2).
01  WS-BALANCE-EDIT              PIC -(9)9.99.
01  WS-OUT-LINE                  PIC X(600) VALUE SPACES.
01  WS-BALANCE-TOTAL             PIC S9(11)V9(2) VALUE 0.
01  WS-LOADED-COUNT              PIC 9(9) VALUE 0.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE 0.
COPY "RECONWS.cpy".
COPY "CHKPTWS.cpy".
COPY "REJECTWS.cpy".
COPY "ACKWS.cpy".
COPY "DUPWS.cpy".
COPY "BRKWS.cpy".
COPY "REJECT.cpy".
COPY "MASKWS.cpy".
COPY "TXNWS.cpy".
COPY "BULKWS.cpy".
COPY "CONTACTWS.cpy".
COPY "LINEAGEWS.cpy".

01  WS-FLAG-A-HEX                 PIC X(2).
01  WS-FLAG-B-HEX                 PIC X(2).
      *> than recovered with FUNCTION TRIM at the point of use.
01  WS-CONTACT-INFO-ESC-LEN       PIC 9(3).

      *> This record's standardized contact (see CONTACTWS.cpy), taken
      *> from the raw values before MASK=Y scrambles anything and then
      *> masked alongside them, plus its escaped renditions.
01  WS-PHONE-STD-OUT              PIC X(20).
01  WS-PHONE-QUALITY              PIC X(8).
01  WS-EMAIL-STD-OUT              PIC X(25).
01  WS-EMAIL-QUALITY              PIC X(8).
01  WS-PHONE-STD-ESC              PIC X(45).
01  WS-EMAIL-STD-ESC              PIC X(55).
      *> DELTA=Y: this record's CONTACT-INFO as the comparison sees it.
01  WS-CONTACT-KEY-NEW            PIC X(45).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    MOVE "Output/CUSTOMER_LOCK.dat" TO WS-LOCK-FILE-NAME
    MOVE "Output/CUSTOMER_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "Output/CUSTOMER_REJECTS.txt" TO WS-REJECT-FILE-NAME
    MOVE "CUSTOMER" TO WS-ACK-FEED-NAME
    MOVE "Output/CUSTOMER_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/CUSTOMER_ACK_DETAIL.dat" TO WS-ACK-DETAIL-FILE-NAME
    MOVE "Output/CUSTOMER_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/CUSTOMER_DUPKEYS.IDX" TO WS-DUPKEY-FILE-NAME
    MOVE "Output/CUSTOMER_CKPT.dat" TO WS-CHECKPOINT-FILE-NAME
    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    *> a fan-out slice swaps every name - the lock's included, since
    *> its sibling slices hold their own locks at the same moment -
    *> before anything is opened
    IF RP-SLICE-NO > 0
       PERFORM SET-SLICE-FILE-NAMES
    END-IF
    PERFORM ACQUIRE-RUN-LOCK
    MOVE "CUSTLOAD" TO WS-ALERT-PROGRAM
    MOVE "CUSTOMER-RECORD" TO WS-ALERT-COPYBOOK
    MOVE "CUSTOMER-RECORD" TO WS-RULE-COPYBOOK
    PERFORM LOAD-BUSINESS-RULES
    PERFORM LOAD-CODE-TABLE
    PERFORM LOAD-CONTACT-RULES
    PERFORM OPEN-DUPKEY-FILE
    MOVE "CUSTOMER-RECORD" TO WS-CKPT-COPYBOOK-NAME
    PERFORM READ-LAST-CHECKPOINT

    MOVE "CUSTLOAD" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-RECORD" TO CRL-COPYBOOK-NAME
    *> a range run reads the keyed master, not the extract - logging
    *> it under the extract's identity would make a tiny targeted
    *> correction pose as last night's CUSTOMER run in MORNRPT
    IF RP-RANGE-MODE = 'Y'
       MOVE WS-MASTER-FILE-NAME TO CRL-INPUT-FILE
    ELSE
       MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
       MOVE RP-BUSINESS-DATE TO CRL-START-TS(1:8)
    END-IF
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    *> a range run takes each record's lineage off the master
    IF RP-RANGE-MODE = 'N'
       MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
       PERFORM LOOKUP-INTAKE-FINGERPRINT
    END-IF
    MOVE SPACES TO WS-HIST-RUN-TS
    STRING CRL-START-TS(1:4) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
       END-IF
    END-IF

    MOVE "CUST_ID,CUST_NAME,BIRTH_DATE,BALANCE,PHONE_NUMBER,EMAIL,PHONE_NUMBER_STD,PHONE_QUALITY,EMAIL_STD,EMAIL_QUALITY,CONTACT_INFO,FLAG_A,FLAG_B,FLAG_A_DESC,FLAG_B_DESC"
         TO WS-EXPORT-CSV-HEADER

    MOVE SPACES TO WS-BULK-PREFIX
    IF RP-CONTACT-COMPOSITE = 'Y'
       STRING "INSERT INTO CUSTOMER (CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, EMAIL_STD, EMAIL_QUALITY, CONTACT_INFO, FLAG_A, FLAG_B"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    ELSE
       STRING "INSERT INTO CUSTOMER (CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, EMAIL_STD, EMAIL_QUALITY, FLAG_A, FLAG_B"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES" DELIMITED BY SIZE
              INTO WS-BULK-PREFIX
       END-STRING
    END-IF

    IF RP-RANGE-MODE = 'N'
       PERFORM VERIFY-TRANSFER-MANIFEST
       OPEN INPUT CUSTOMER-FILE
    END-IF
        OPEN EXTEND INSERT-FILE
        PERFORM SQL-ROLLBACK-DANGLING-BLOCK
        OPEN EXTEND REJECT-FILE
        IF RP-RANGE-MODE = 'N'
           OPEN EXTEND ACK-DETAIL-FILE
           IF WS-ACK-DETAIL-STATUS NOT = '00'
              OPEN OUTPUT ACK-DETAIL-FILE
           END-IF
        END-IF
        OPEN EXTEND DUP-FILE
        IF RP-BULK-MODE = 'L'
           OPEN EXTEND LOADDATA-FILE
    ELSE
        OPEN OUTPUT INSERT-FILE
        OPEN OUTPUT REJECT-FILE
        IF RP-RANGE-MODE = 'N' OR RP-SLICE-NO > 0
           OPEN OUTPUT ACK-DETAIL-FILE
        END-IF
        OPEN OUTPUT DUP-FILE
        PERFORM OPEN-EXPORT-FILES
        *> Delta mode updates existing rows in place - clearing the
        *> table out from under it would be destructive, so the full
        *> reload guard only applies to a plain reload run.
        *> A fan-out slice writes none: CUSTFAN lays the one full
        *> reload guard ahead of the merged slices.
        IF RP-DELTA-MODE NOT = 'Y' AND RP-SLICE-NO = 0
           IF RP-RANGE-MODE = 'Y'
              *> A range reload clears only the keys it will rewrite.
              PERFORM SQL-WRITE-RANGE-GUARD
           ELSE
    *> and close with a trailer (record count + BALANCE hash total);
    *> both are classified before a record reaches PROCESS-RECORD so
    *> a header's bytes are never parsed as a CUSTOMER-RECORD.
    IF RP-RANGE-MODE = 'Y'
       PERFORM LOAD-KEY-RANGE-FROM-MASTER
       MOVE 'Y' TO WS-EOF
    END-IF
        END-IF
    END-PERFORM

    IF RP-RANGE-MODE = 'N'
       CLOSE CUSTOMER-FILE
    END-IF
    PERFORM BULK-FLUSH-STATEMENT
    *> A range run's record numbers are positions within the range,
    *> not the sequential extract - a checkpoint from one would poison
    *> a later sequential RESTART=Y into skipping real records.
    IF RP-RANGE-MODE = 'N'
       PERFORM WRITE-CHECKPOINT
    END-IF

    MOVE WS-BALANCE-TOTAL TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    IF RP-RANGE-MODE = 'N'
       PERFORM WRITE-ACK-FILE
    END-IF
    IF RP-SLICE-NO > 0
       CLOSE ACK-DETAIL-FILE
    END-IF
    IF RP-RANGE-MODE = 'N' OR RP-SLICE-NO > 0
       MOVE CRL-START-TS(1:8) TO WS-CTC-REPORT-DATE
       PERFORM WRITE-CONTACT-QUALITY-REPORT
    END-IF

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
       DISPLAY "CUSTLOAD: " WS-LOADED-COUNT " customer record(s) loaded, "
               WS-REJECTED-COUNT " rejected."
    END-IF
    DISPLAY "CUSTLOAD: contacts standardized - PHONE-NUMBER "
            WS-CTC-TALLY-COUNT(3) " repaired, "
            WS-CTC-TALLY-COUNT(4) " unusable; EMAIL "
            WS-CTC-TALLY-COUNT(13) " repaired, "
            WS-CTC-TALLY-COUNT(14) " unusable."
    PERFORM RELEASE-RUN-LOCK
    IF WS-CTL-FAILED = 'Y' OR WS-BRK-TRIPPED = 'Y'
       MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF
                ELSE
                   MOVE CUSTOMER-MASTER-REC TO CUSTOMER-RECORD
                   MOVE CM-SOURCE-RECORD-NO TO WS-LIN-RECORD-NO
                   MOVE CM-SOURCE-FINGERPRINT TO WS-LIN-FINGERPRINT
                   PERFORM PROCESS-RECORD
                END-IF
             WHEN OTHER
    MOVE "COMMIT;" TO INSERT-LINE
    WRITE INSERT-LINE.

      *> Output/CUSTOMER_Snn_<what> for every file a slice writes -
      *> the naming CUSTFAN reads the slices back by.
SET-SLICE-FILE-NAMES.
    MOVE RP-SLICE-NO TO WS-SLICE-NO-TEXT
    MOVE "LOCK.dat" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-LOCK-FILE-NAME
    MOVE "INSERTS.sql" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-INSERT-FILE-NAME
    MOVE "RECON.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-RECON-FILE-NAME
    MOVE "REJECTS.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-REJECT-FILE-NAME
    MOVE "ACK_DETAIL.dat" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-ACK-DETAIL-FILE-NAME
    MOVE "DUPLICATES.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-DUP-FILE-NAME
    MOVE "DUPKEYS.IDX" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-DUPKEY-FILE-NAME
    MOVE "CKPT.dat" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-CHECKPOINT-FILE-NAME
    MOVE "RUNLOG.sql" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-RUNLOG-FILE-NAME
    MOVE "EXPORT.csv" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-CSV-FILE-NAME
    MOVE "EXPORT.json" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-JSON-FILE-NAME
    MOVE "CONTACT_QUALITY.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-CTC-REPORT-FILE-NAME.

BUILD-SLICE-FILE-NAME.
    MOVE SPACES TO WS-SLICE-FILE-NAME
    STRING "Output/CUSTOMER_S" DELIMITED BY SIZE
           WS-SLICE-NO-TEXT DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLICE-SUFFIX) DELIMITED BY SIZE
           INTO WS-SLICE-FILE-NAME
    END-STRING.

      *> A READ that came back with a non-clean status physically
      *> mismatched the 80-byte CUSTOMER-RECORD layout - counted,
      *> rejected with the byte offset where it starts, never parsed.
       MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
       MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-REJECTED-CUSTOMER
    END-IF
    *> a mismatched record means every later boundary is unknowable,
    *> and the runtime does not advance past a short trailing read -
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> One acknowledgement detail for the record just rejected. The
      *> record's first reject line names the failing field; a record
      *> that wrote none was turned away as a repeat of an earlier
      *> CUST-ID under DUPPOLICY=F or R.
ACK-REJECTED-CUSTOMER.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE CUST-ID TO WS-ACK-RECORD-KEY
    MOVE "CUST-ID" TO WS-ACK-FIELD-NAME
    MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    MOVE FUNCTION LENGTH(CUSTOMER-RECORD) TO WS-ACK-ORIGINAL-LEN
    MOVE CUSTOMER-RECORD TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

PROCESS-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    IF RP-RANGE-MODE = 'N'
       MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    END-IF
    MOVE WS-REJECTED-COUNT TO WS-ACK-PRIOR-REJECTED
    MOVE 'Y' TO WS-RECORD-VALID
    PERFORM VALIDATE-CUSTOMER-FIELDS

       PERFORM CONVERT-EBCDIC-TO-ASCII
       MOVE WS-EBCDIC-TEXT TO WS-CUST-NAME-OUT

       *> Graded on the real values, ahead of any masking.
       PERFORM STANDARDIZE-CUSTOMER-CONTACT

       *> MASK=Y scrambles the PII fields deterministically before
       *> they reach any output - SQL, snapshot, CSV, JSON - while
       *> CUST-ID, BALANCE, and the flag bytes stay real, so test
                      FUNCTION TRIM(WS-SNAP-PRIOR-BALANCE-TEXT)
                   MOVE 'Y' TO WS-HIST-BAL-CHANGED
                END-IF
                *> both sides standardized under tonight's rules - a
                *> reformat alone is not a customer change
                MOVE PHONE-NUMBER TO WS-CTC-PHONE-IN
                MOVE EMAIL TO WS-CTC-EMAIL-IN
                PERFORM BUILD-CONTACT-COMPARE-KEY
                MOVE WS-CTC-COMPARE-KEY TO WS-CONTACT-KEY-NEW
                MOVE WS-SNAP-PRIOR-CONTACT-INFO(1:12)
                     TO WS-CTC-PHONE-IN
                MOVE WS-SNAP-PRIOR-CONTACT-INFO(13:25)
                     TO WS-CTC-EMAIL-IN
                PERFORM BUILD-CONTACT-COMPARE-KEY
                IF WS-CONTACT-KEY-NEW NOT = WS-CTC-COMPARE-KEY
                   MOVE 'Y' TO WS-HIST-CONTACT-CHANGED
                END-IF
                IF WS-HIST-BAL-CHANGED = 'Y'
                   ADD 1 TO WS-UNCHANGED-COUNT
                END-IF
             END-IF
             *> an unchanged customer's row is not touched, so its
             *> snapshot record - which describes that row, raw
             *> contact text included - is left as it stands
             IF WS-SNAP-FOUND = 'N'
                OR WS-HIST-BAL-CHANGED = 'Y'
                OR WS-HIST-CONTACT-CHANGED = 'Y'
                PERFORM WRITE-CUSTOMER-SNAPSHOT-LINE
             END-IF
          ELSE
             PERFORM EMIT-CUSTOMER-INSERT
          END-IF
       ADD 1 TO WS-REJECTED-COUNT
    END-IF

    IF WS-REJECTED-COUNT > WS-ACK-PRIOR-REJECTED
       AND WS-RECORD-COUNT > WS-SKIP-COUNT
       AND (RP-RANGE-MODE = 'N' OR RP-SLICE-NO > 0)
       PERFORM ACK-REJECTED-CUSTOMER
    END-IF

    MOVE WS-RECORD-COUNT TO WS-BRK-READ
    MOVE WS-REJECTED-COUNT TO WS-BRK-REJECTED
    PERFORM CHECK-REJECT-BREAKER
       IF FUNCTION MOD(WS-RECORD-COUNT, RP-CHECKPOINT-EVERY) = 0
          PERFORM BULK-FLUSH-STATEMENT
          PERFORM SQL-CLOSE-BLOCK
          IF RP-RANGE-MODE = 'N'
             PERFORM WRITE-CHECKPOINT
          END-IF
       END-IF
    MOVE WS-ESC-OUT-LEN TO WS-CONTACT-INFO-ESC-LEN

    MOVE SPACES TO WS-OUT-LINE
    PERFORM BUILD-LINEAGE-VALUES
    STRING "INSERT INTO CUSTOMER_HISTORY "
           "(CUST_ID, PRIOR_BALANCE, PRIOR_CONTACT_INFO, "
           "NEW_BALANCE, NEW_CONTACT_INFO, CHANGED_FIELDS, "
           "VALID_FROM, VALID_TO" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
           ") VALUES (" DELIMITED BY SIZE
           CUST-ID DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SNAP-PRIOR-BALANCE-TEXT)
           FUNCTION TRIM(WS-HIST-CHANGED-FIELDS) DELIMITED BY SIZE
           "', '" DELIMITED BY SIZE
           WS-HIST-RUN-TS DELIMITED BY SIZE
           "', '9999-12-31 23:59:59'" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
           ");" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    MOVE WS-HIST-JOURNAL-LINE TO HIST-JOURNAL-REC
    WRITE HIST-JOURNAL-REC.

      *> One pass of CONTACTLIB.cpy over this record's raw contact:
      *> the normalized values and grades for the output columns, and
      *> the run's contact-quality totals.
STANDARDIZE-CUSTOMER-CONTACT.
    MOVE PHONE-NUMBER TO WS-CTC-PHONE-IN
    MOVE EMAIL TO WS-CTC-EMAIL-IN
    PERFORM STANDARDIZE-CONTACT
    MOVE WS-CTC-PHONE-STD TO WS-PHONE-STD-OUT
    MOVE WS-CTC-PHONE-GRADE TO WS-PHONE-QUALITY
    MOVE WS-CTC-EMAIL-STD TO WS-EMAIL-STD-OUT
    MOVE WS-CTC-EMAIL-GRADE TO WS-EMAIL-QUALITY
    PERFORM TALLY-CONTACT-QUALITY.

MASK-CUSTOMER-FIELDS.
    IF RP-MASK-MODE = 'Y'
       MOVE WS-CUST-NAME-OUT TO WS-MASK-TEXT
       MOVE EMAIL TO WS-MASK-TEXT
       PERFORM MASK-TEXT-FIELD
       MOVE WS-MASK-TEXT(1:25) TO EMAIL
       MOVE WS-PHONE-STD-OUT TO WS-MASK-TEXT
       PERFORM MASK-TEXT-FIELD
       MOVE WS-MASK-TEXT(1:20) TO WS-PHONE-STD-OUT
       MOVE WS-EMAIL-STD-OUT TO WS-MASK-TEXT
       PERFORM MASK-TEXT-FIELD
       MOVE WS-MASK-TEXT(1:25) TO WS-EMAIL-STD-OUT
       MOVE BIRTH-YYYYMMDD TO WS-MASK-DATE-IN
       PERFORM MASK-DATE-FIELD
       MOVE WS-MASK-DATE-OUT TO BIRTH-YYYYMMDD
    PERFORM ESCAPE-FOR-SQL
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-ESC

    MOVE SPACES TO WS-PHONE-STD-ESC
    IF WS-PHONE-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-PHONE-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PHONE-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-SQL
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-PHONE-STD-ESC
    END-IF

    MOVE SPACES TO WS-EMAIL-STD-ESC
    IF WS-EMAIL-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-EMAIL-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-SQL
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-STD-ESC
    END-IF

    MOVE CONTACT-INFO TO WS-ESC-IN
    MOVE FUNCTION LENGTH(CONTACT-INFO) TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-SQL
    PERFORM ESCAPE-FOR-CSV
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-ESC

    MOVE SPACES TO WS-PHONE-STD-ESC
    IF WS-PHONE-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-PHONE-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PHONE-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-CSV
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-PHONE-STD-ESC
    END-IF

    MOVE SPACES TO WS-EMAIL-STD-ESC
    IF WS-EMAIL-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-EMAIL-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-CSV
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-STD-ESC
    END-IF

    MOVE CONTACT-INFO TO WS-ESC-IN
    MOVE FUNCTION LENGTH(CONTACT-INFO) TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-CSV
    PERFORM ESCAPE-FOR-JSON
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-ESC

    MOVE SPACES TO WS-PHONE-STD-ESC
    IF WS-PHONE-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-PHONE-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PHONE-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-JSON
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-PHONE-STD-ESC
    END-IF

    MOVE SPACES TO WS-EMAIL-STD-ESC
    IF WS-EMAIL-STD-OUT NOT = SPACES
       MOVE FUNCTION TRIM(WS-EMAIL-STD-OUT) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EMAIL-STD-OUT))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-JSON
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-STD-ESC
    END-IF

    MOVE CONTACT-INFO TO WS-ESC-IN
    MOVE FUNCTION LENGTH(CONTACT-INFO) TO WS-ESC-LEN
    PERFORM ESCAPE-FOR-JSON
      *> shapes, so per-row, multi-row, and delimited output cannot
      *> drift apart on a column.
BUILD-CUSTOMER-VALUES-TUPLE.
    PERFORM BUILD-LINEAGE-VALUES
    IF RP-CONTACT-COMPOSITE = 'Y'
       MOVE SPACES TO WS-BULK-TUPLE
       STRING "(" DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-BULK-TUPLE
       END-STRING
    ELSE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-BULK-TUPLE
       END-STRING
    END-IF.
              DELIMITED BY SIZE
              "(CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, "
              DELIMITED BY SIZE
              "PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, "
              DELIMITED BY SIZE
              "EMAIL_STD, EMAIL_QUALITY, CONTACT_INFO, FLAG_A, FLAG_B"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ");" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
              DELIMITED BY SIZE
              "(CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, "
              DELIMITED BY SIZE
              "PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, "
              DELIMITED BY SIZE
              "EMAIL_STD, EMAIL_QUALITY, FLAG_A, FLAG_B"
              DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ");" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    INSPECT WS-CUST-NAME-ESC REPLACING ALL '|' BY ';'
    INSPECT WS-PHONE-ESC REPLACING ALL '|' BY ';'
    INSPECT WS-EMAIL-ESC REPLACING ALL '|' BY ';'
    INSPECT WS-PHONE-STD-ESC REPLACING ALL '|' BY ';'
    INSPECT WS-EMAIL-STD-ESC REPLACING ALL '|' BY ';'
    INSPECT WS-CONTACT-INFO-ESC REPLACING ALL '|' BY ';'
    MOVE SPACES TO WS-OUT-LINE
    IF RP-CONTACT-COMPOSITE = 'Y'
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN)
                   DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-LIN-RECORD-NO DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-FINGERPRINT) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-LIN-RECORD-NO DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-FINGERPRINT) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM SQL-BEGIN-BLOCK-IF-NEEDED
    PERFORM HEX-ENCODE-FLAGS
    PERFORM ESCAPE-CUSTOMER-FIELDS-SQL
    PERFORM BUILD-LINEAGE-ASSIGNMENTS
    IF RP-CONTACT-COMPOSITE = 'Y'
       MOVE SPACES TO WS-OUT-LINE
       STRING "UPDATE CUSTOMER SET CUST_NAME = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-ESC) DELIMITED BY SIZE
              "', EMAIL = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', PHONE_NUMBER_STD = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', PHONE_QUALITY = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "', EMAIL_STD = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', EMAIL_QUALITY = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "', CONTACT_INFO = '" DELIMITED BY SIZE
              WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN) DELIMITED BY SIZE
              "', FLAG_A = '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', FLAG_B = '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-ASSIGNMENTS) DELIMITED BY SIZE
              " WHERE CUST_ID = " DELIMITED BY SIZE
              CUST-ID DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
              FUNCTION TRIM(WS-PHONE-ESC) DELIMITED BY SIZE
              "', EMAIL = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', PHONE_NUMBER_STD = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', PHONE_QUALITY = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
              "', EMAIL_STD = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', EMAIL_QUALITY = '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
              "', FLAG_A = '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', FLAG_B = '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-ASSIGNMENTS) DELIMITED BY SIZE
              " WHERE CUST_ID = " DELIMITED BY SIZE
              CUST-ID DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN) DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           WS-FLAG-A-HEX DELIMITED BY SIZE
           FUNCTION TRIM(WS-PHONE-ESC) DELIMITED BY SIZE
           '","EMAIL":"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
           '","PHONE_NUMBER_STD":"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
           '","PHONE_QUALITY":"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-PHONE-QUALITY) DELIMITED BY SIZE
           '","EMAIL_STD":"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
           '","EMAIL_QUALITY":"' DELIMITED BY SIZE
           FUNCTION TRIM(WS-EMAIL-QUALITY) DELIMITED BY SIZE
           '","CONTACT_INFO":"' DELIMITED BY SIZE
           WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN) DELIMITED BY SIZE
           '","FLAG_A":"' DELIMITED BY SIZE
COPY "RECONCILE.cpy".
COPY "CHKPTLIB.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "DUPLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "LOCKLIB.cpy".
COPY "CODELIB.cpy".
COPY "ALERTLIB.cpy".
COPY "CONTACTLIB.cpy".
COPY "CONTACTRPT.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
