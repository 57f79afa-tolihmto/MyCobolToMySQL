      *> CUSTFAN - runs the nightly CUSTOMER load as several CUSTLOAD
      *> key-range slices at once instead of one front-to-back pass,
      *> and merges what the slices wrote back into the single set of
      *> CUSTOMER outputs everything downstream already reads: one
      *> Output/CUSTOMER_INSERTS.sql behind one full-reload guard (for
      *> SQLGATE), one CUSTOMER_RECON.txt line (SQLGATE, PERLEDGR,
      *> MORNRPT), one CUSTOMER_REJECTS.txt in extract order (REPAIR),
      *> the CUSTOMER_ACK.dat acknowledgement, the side exports, and
      *> one CONVERSION_RUN_LOG row for the whole load.
      *>
      *> The slices read the keyed master CUSTIDX builds, so CUSTIDX
      *> must run first. The master keeps only the first occurrence of
      *> each clean-digit CUST-ID; everything it cannot hold - records
      *> whose CUST-ID is not numeric, and later repeats of a CUST-ID -
      *> is this program's own business. Every run opens with one
      *> sequential pass over Data/CUSTOMER.DAT (after the transfer
      *> manifest check) that:
      *>   - classifies the HDR/TRL control records and keeps the data
      *>     record count the trailer is reconciled against;
      *>   - rejects a non-numeric CUST-ID the way CUSTLOAD would
      *>     (reject line, acknowledgement detail);
      *>   - records each numeric CUST-ID's position in the extract in
      *>     Output/CUSTOMER_SLICEPOS.IDX, and turns a later repeat
      *>     away as a keep-first duplicate (CUSTOMER_DUPLICATES.txt);
      *>   - stops the run before any slice starts if the extract's
      *>     record boundaries are lost, a control record is garbled,
      *>     or the master's key count disagrees with the extract's
      *>     (CUSTIDX has not been run against tonight's file).
      *>
      *> SLICES=n (default 4, at most 16) splits the master's keys into
      *> n ranges of near-equal record counts, written to
      *> Output/CUSTOMER_SLICES.txt:
      *>   PLAN|<business date>|<slices>|<master key count>|<run id>
      *>   SLICE|<nn>|<from key>|<to key>      (one per slice)
      *> The first range starts at key 0 and the last ends at
      *> 999999999, so no key can fall between slices. Every slice is
      *> started in the background as
      *>   ./custload SLICE=nn,FROMKEY=..,TOKEY=..,RUNID=..,<this run's
      *>   own parameters>
      *> writing its own Output/CUSTOMER_Snn_* files (see CUSTLOAD),
      *> its console output to Output/CUSTOMER_Snn_LOG.txt and its
      *> exit code to Output/CUSTOMER_Snn_RC.txt; this program waits
      *> for all of them. RUNID= hands every slice this run's
      *> CONVERSION_RUN_LOG RUN_ID, so the rows the slices load carry
      *> the one run-log row this program writes in their
      *> LOAD_RUN_ID; a RESTART=Y run takes the identifier back off
      *> the plan line and finishes the same run. REJECTLIMIT= is
      *> held back from the slices and applied here to the merged
      *> counts - a range that happens to collect the bad records
      *> must not trip a breaker the whole file would not.
      *>
      *> A slice that exits nonzero fails the run (exit 8, FAILED run
      *> log row and recon line, SLICE-FAILED alert naming the slices)
      *> and nothing is merged. Every slice's files stay where they
      *> are: once the cause is fixed, RESTART=Y with the same
      *> parameters reuses the plan - refused if the plan belongs to
      *> another business date - reruns only the slices whose exit
      *> code file does not say 0, and merges as usual.
      *>
      *> Merging: the INSERT files are appended in slice order, which
      *> is CUST-ID order. The slices number their rejects by position
      *> within their range; each is renumbered to its position in the
      *> extract through the slice's acknowledgement details (which
      *> carry the CUST-ID) and CUSTOMER_SLICEPOS.IDX, then rejects
      *> and acknowledgement details from the opening pass and every
      *> slice are laid back into extract order through two keyed work
      *> files (Output/CUSTOMER_REJMERGE.IDX, CUSTOMER_ACKMERGE.IDX).
      *> The recon line adds up the slices' own recon lines: records
      *> read is the extract's data record count, rejected includes
      *> the opening pass's rejects, duplicates are the opening pass's.
      *> The slices' contact-quality reports are added up into one
      *> Output/CUSTOMER_CONTACT_QUALITY.txt.
      *>
      *> DELTA=Y, BULK=L, DUPPOLICY=L/R and FROMKEY=/TOKEY= are
      *> refused - a delta or keep-last load depends on extract order
      *> across the whole file, which a key-range split gives up; run
      *> CUSTLOAD itself for those. GnuCOBOL builds without indexed-
      *> file support report the keyed FDs as unsupported at compile
      *> time; the program runs where the runtime includes it - the
      *> same situation CUSTIDX has always had.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTFAN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT CUSTOMER-MASTER-FILE
        ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT SLICEPOS-FILE ASSIGN TO DYNAMIC WS-SLICEPOS-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SP-CUST-ID
        FILE STATUS IS WS-SLICEPOS-FILE-STATUS.
    SELECT REJMERGE-FILE ASSIGN TO DYNAMIC WS-REJMERGE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RM-KEY
        FILE STATUS IS WS-REJMERGE-FILE-STATUS.
    SELECT ACKMERGE-FILE ASSIGN TO DYNAMIC WS-ACKMERGE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AM-KEY
        FILE STATUS IS WS-ACKMERGE-FILE-STATUS.
    SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLAN-FILE-STATUS.
    SELECT RC-FILE ASSIGN TO DYNAMIC WS-SLICE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RC-FILE-STATUS.
    SELECT SLICE-IN-FILE ASSIGN TO DYNAMIC WS-SLICE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SLICE-IN-STATUS.
    SELECT SLICE-ACK-FILE ASSIGN TO DYNAMIC WS-SLICE-ACK-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SLICE-ACK-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT DUP-FILE ASSIGN TO DYNAMIC WS-DUP-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
    SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT JSON-FILE ASSIGN TO DYNAMIC WS-JSON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT EXPORT-MFT-FILE ASSIGN TO DYNAMIC WS-MFO-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
    SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MFT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MFT-FILE-STATUS.
    SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.
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
DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-FILE.
    COPY "sample.cpy".

      *> CUSTIDX's keyed master - read here only to count its keys and
      *> find where each slice's range starts.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

      *> Where in the extract each CUST-ID the master holds first
      *> appeared - the record number CUSTLOAD's sequential pass would
      *> have given it.
FD  SLICEPOS-FILE.
01  SLICEPOS-REC.
    05  SP-CUST-ID               PIC 9(9).
    05  SP-RECORD-NO             PIC 9(9).

      *> Reject lines and acknowledgement details held in extract order
      *> until written out; the sequence number keeps a record's own
      *> lines in the order they were written.
FD  REJMERGE-FILE.
01  REJMERGE-REC.
    05  RM-KEY.
        10  RM-RECORD-NO         PIC 9(9).
        10  RM-SEQ               PIC 9(9).
    05  RM-LINE                  PIC X(120).

FD  ACKMERGE-FILE.
01  ACKMERGE-REC.
    05  AM-KEY.
        10  AM-RECORD-NO         PIC 9(9).
        10  AM-SEQ               PIC 9(9).
    05  AM-DETAIL                PIC X(282).

FD  PLAN-FILE.
01  PLAN-LINE                    PIC X(80).

FD  RC-FILE.
01  RC-LINE                      PIC X(20).

      *> Any one slice's line-sequential output, read back for merging.
FD  SLICE-IN-FILE.
01  SLICE-IN-REC                 PIC X(600).

FD  SLICE-ACK-FILE.
01  SLICE-ACK-REC                PIC X(282).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(600).

FD  RECON-FILE.
01  RECON-OUT-REC                PIC X(250).

FD  REJECT-FILE.
01  REJECT-OUT-REC               PIC X(120).

FD  DUP-FILE.
01  DUP-OUT-REC                  PIC X(120).

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

FD  CSV-FILE.
01  CSV-OUT-REC                  PIC X(600).

FD  JSON-FILE.
01  JSON-OUT-REC                 PIC X(600).

FD  EXPORT-MFT-FILE.
01  EXPORT-MFT-REC               PIC X(80).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

FD  MANIFEST-FILE.
01  MANIFEST-LINE                PIC X(80).

FD  ALERT-FILE.
01  ALERT-OUT-REC                PIC X(250).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  ACK-FILE.
01  ACK-OUT-REC                  PIC X(282).

FD  ACK-DETAIL-FILE.
01  ACK-DETAIL-REC               PIC X(282).

FD  CONTACT-RULE-FILE.
01  CONTACT-RULE-LINE            PIC X(120).

FD  CONTACT-REPORT-FILE.
01  CONTACT-REPORT-LINE          PIC X(80).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "MFTWS.cpy".

01  WS-INPUT-FILE                PIC X(80)
                                  VALUE "Data/CUSTOMER.DAT".
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-MASTER-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_MASTER.IDX".
01  WS-MASTER-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-SLICEPOS-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_SLICEPOS.IDX".
01  WS-SLICEPOS-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-REJMERGE-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_REJMERGE.IDX".
01  WS-REJMERGE-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-ACKMERGE-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_ACKMERGE.IDX".
01  WS-ACKMERGE-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-PLAN-FILE-NAME            PIC X(80)
                                  VALUE "Output/CUSTOMER_SLICES.txt".
01  WS-PLAN-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-RC-FILE-STATUS            PIC XX VALUE SPACES.
01  WS-SLICE-IN-STATUS           PIC XX VALUE SPACES.
01  WS-SLICE-ACK-FILE-NAME       PIC X(80) VALUE SPACES.
01  WS-SLICE-ACK-STATUS          PIC XX VALUE SPACES.
01  WS-INSERT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_INSERTS.sql".
01  WS-CSV-FILE-NAME             PIC X(80)
                                  VALUE "Output/CUSTOMER_EXPORT.csv".
01  WS-JSON-FILE-NAME            PIC X(80)
                                  VALUE "Output/CUSTOMER_EXPORT.json".
01  WS-EOF                       PIC X VALUE 'N'.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.
      *> Data records in the extract (control records excluded) - the
      *> whole load's RECORDS_READ, as CUSTLOAD's sequential pass
      *> would count them.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-LOADED-COUNT              PIC 9(9) VALUE 0.
01  WS-REJECTED-COUNT            PIC 9(9) VALUE 0.
01  WS-BALANCE-TOTAL             PIC S9(11)V9(2) VALUE 0.

      *> SLICE=nn file naming - the same Output/CUSTOMER_Snn_<what>
      *> names CUSTLOAD's SET-SLICE-FILE-NAMES gives a slice; slice 00
      *> is this program's own opening pass.
01  WS-SLICE-NO-TEXT             PIC 9(2).
01  WS-SLICE-SUFFIX              PIC X(20).
01  WS-SLICE-FILE-NAME           PIC X(80).

      *> The opening pass's own findings.
01  WS-FAN-KEYED-COUNT           PIC 9(9) VALUE 0.
01  WS-FAN-RESIDUE-REJECTED      PIC 9(9) VALUE 0.
01  WS-FAN-MASTER-COUNT          PIC 9(9) VALUE 0.
01  WS-FAN-BUS-DATE              PIC 9(8) VALUE 0.

      *> The slice plan. WS-FAN-SLICES is the number actually run - a
      *> master holding fewer keys than SLICES= asks for gets one
      *> slice per key.
01  WS-FAN-SLICES                PIC 9(2) VALUE 0.
01  WS-FAN-IDX                   PIC 9(2) VALUE 0.
01  WS-FAN-NEXT                  PIC 9(2) VALUE 0.
01  WS-FAN-ORDINAL               PIC 9(9) VALUE 0.
01  WS-FAN-SLICE-TABLE.
    05  WS-FAN-SLICE OCCURS 16 TIMES.
        10  WS-FAN-START-ORD     PIC 9(9).
        10  WS-FAN-FROM-KEY      PIC 9(9).
        10  WS-FAN-TO-KEY        PIC 9(9).
        10  WS-FAN-LAUNCH        PIC X(1).
        10  WS-FAN-SLICE-RC      PIC X(10).
01  WS-FAN-PLAN-TAG              PIC X(10).
01  WS-FAN-PLAN-F2               PIC X(20).
01  WS-FAN-PLAN-F3               PIC X(20).
01  WS-FAN-PLAN-F4               PIC X(20).
01  WS-FAN-PLAN-F5               PIC X(26).
01  WS-FAN-PLAN-DATE             PIC 9(8) VALUE 0.
01  WS-FAN-PLAN-COUNT            PIC 9(9) VALUE 0.
01  WS-FAN-OUT-LINE              PIC X(120) VALUE SPACES.

      *> One shell command starts every slice in the background and
      *> waits for the lot; each slice's exit code lands in its RC
      *> file (seeded with PENDING first, so a slice that never got
      *> as far as exiting still reads as not done).
01  WS-FAN-COMMAND               PIC X(8000) VALUE SPACES.
01  WS-FAN-CMD-PTR               PIC 9(4) VALUE 1.
01  WS-FAN-LAUNCHED              PIC 9(2) VALUE 0.
01  WS-FAN-PASS-PARMS            PIC X(200) VALUE SPACES.
01  WS-FAN-PASS-PTR              PIC 9(3) VALUE 1.
01  WS-FAN-FAILED-COUNT          PIC 9(2) VALUE 0.
01  WS-FAN-FAILED-LIST           PIC X(60) VALUE SPACES.
01  WS-FAN-FAILED-PTR            PIC 9(3) VALUE 1.

      *> Run-level failure before anything is merged.
01  WS-FAN-FAIL-CLASS            PIC X(20) VALUE SPACES.
01  WS-FAN-FAIL-TEXT             PIC X(80) VALUE SPACES.

      *> Merge work.
01  WS-FAN-SEQ                   PIC 9(9) VALUE 0.
01  WS-FAN-TRANSLATE             PIC X(1) VALUE 'N'.
01  WS-FAN-REJ-EOF               PIC X(1) VALUE 'N'.
01  WS-FAN-DETAIL-EOF            PIC X(1) VALUE 'N'.
01  WS-FAN-DETAIL-ORD            PIC 9(9) VALUE 0.
01  WS-FAN-DETAIL-POS            PIC 9(9) VALUE 0.
01  WS-FAN-REJ-ORD               PIC 9(9) VALUE 0.
01  WS-FAN-REJ-LINE              PIC X(120) VALUE SPACES.
01  WS-FAN-FIRST-LINE            PIC X(1) VALUE 'Y'.
01  WS-FAN-SLICE-READ-TOTAL      PIC 9(9) VALUE 0.

      *> One slice's recon line, broken into its KEY=VALUE pieces the
      *> way PERLEDGR reads the recon archive.
01  WS-RC-PIECE                  PIC X(60).
01  WS-RC-KEY                    PIC X(30).
01  WS-RC-VALUE                  PIC X(30).
01  WS-RC-LEN                    PIC 9(3).
01  WS-RC-PTR                    PIC 9(3).
01  WS-RC-READ                   PIC 9(9).
01  WS-RC-LOADED                 PIC 9(9).
01  WS-RC-REJECTED               PIC 9(9).
01  WS-RC-TOTAL                  PIC S9(11)V9(2).
01  WS-RC-HAVE-LINE              PIC X(1).

COPY "RECONWS.cpy".
COPY "REJECTWS.cpy".
COPY "ACKWS.cpy".
COPY "DUPWS.cpy".
COPY "BRKWS.cpy".
COPY "REJECT.cpy".
COPY "DATEWS.cpy".
COPY "CTLWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "ALERTWS.cpy".
COPY "LOCKWS.cpy".
COPY "MFTOUTWS.cpy".
COPY "EXPORTWS.cpy".
COPY "ESCWS.cpy".
COPY "TXNWS.cpy".
COPY "CONTACTWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    PERFORM CHECK-FAN-OUT-PARAMETERS
    MOVE "Output/CUSTOMER_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    MOVE "CUSTFAN" TO WS-ALERT-PROGRAM
    MOVE "CUSTOMER-RECORD" TO WS-ALERT-COPYBOOK
    MOVE "Output/CUSTOMER_RECON.txt" TO WS-RECON-FILE-NAME
    MOVE "CUSTOMER" TO WS-ACK-FEED-NAME
    MOVE "Output/CUSTOMER_ACK.dat" TO WS-ACK-FILE-NAME
    MOVE "Output/CUSTOMER_DUPLICATES.txt" TO WS-DUP-FILE-NAME
    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-FAN-BUS-DATE
    ELSE
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FAN-BUS-DATE
    END-IF

    MOVE "CUSTFAN" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-RECORD" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO CRL-START-TS(1:8)
    END-IF
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID

    PERFORM VERIFY-TRANSFER-MANIFEST
    PERFORM SCREEN-EXTRACT
    IF RP-RESTART-MODE = 'Y'
       PERFORM READ-SLICE-PLAN
    ELSE
       PERFORM PLAN-KEY-RANGES
    END-IF
    PERFORM LAUNCH-SLICES
    PERFORM COLLECT-SLICE-RESULTS
    IF WS-FAN-FAILED-COUNT > 0
       MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "SLICE(S)" DELIMITED BY SIZE
              WS-FAN-FAILED-LIST DELIMITED BY "  "
              " FAILED - FIX AND RERUN WITH RESTART=Y"
                 DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF

    PERFORM MERGE-SLICE-INSERTS
    PERFORM MERGE-SLICE-EXPORTS
    PERFORM MERGE-SLICE-CONTACT-REPORTS
    PERFORM MERGE-SLICE-RECONS
    PERFORM MERGE-REJECTS-AND-DETAILS

    *> Every key the opening pass placed in the extract must have
    *> been read by exactly one slice; anything else means the master
    *> moved under the run.
    IF WS-FAN-SLICE-READ-TOTAL NOT = WS-FAN-KEYED-COUNT
       MOVE 'Y' TO WS-CTL-FAILED
       MOVE SPACES TO WS-CTL-FAIL-TEXT
       STRING "SLICES READ " DELIMITED BY SIZE
              WS-FAN-SLICE-READ-TOTAL DELIMITED BY SIZE
              " KEYS, EXTRACT HOLDS " DELIMITED BY SIZE
              WS-FAN-KEYED-COUNT DELIMITED BY SIZE
              INTO WS-CTL-FAIL-TEXT
       END-STRING
    END-IF

    MOVE WS-RECORD-COUNT TO WS-CTL-ACTUAL-COUNT
    MOVE WS-BALANCE-TOTAL TO WS-CTL-ACTUAL-AMT
    IF WS-CTL-FAILED = 'N'
       PERFORM RECONCILE-TRAILER-TOTALS
    END-IF
    IF WS-CTL-FAILED = 'Y'
       MOVE "FAILED" TO WS-RECON-FORCE-STATUS
       MOVE "FAILED" TO CRL-RUN-STATUS
       DISPLAY "CUSTFAN: control-record reconciliation FAILED - "
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
       DISPLAY "CUSTFAN: reject-rate breaker tripped - " WS-BRK-PCT
               " pct rejected exceeds REJECTLIMIT=" RP-REJECT-LIMIT
               ", run marked FAILED."
       MOVE "REJECT-BREAKER" TO WS-ALERT-CLASS
       MOVE "REJECT RATE EXCEEDS REJECTLIMIT" TO WS-ALERT-TEXT
       MOVE WS-RECORD-COUNT TO WS-ALERT-READ
       MOVE WS-LOADED-COUNT TO WS-ALERT-LOADED
       MOVE WS-REJECTED-COUNT TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
    END-IF

    MOVE "CUSTOMER-RECORD" TO REC-COPYBOOK-NAME
    MOVE WS-RECORD-COUNT TO REC-RECORDS-READ
    MOVE WS-LOADED-COUNT TO REC-RECORDS-LOADED
    MOVE WS-REJECTED-COUNT TO REC-RECORDS-REJECTED
    MOVE "BALANCE" TO REC-CONTROL-FIELD
    MOVE WS-BALANCE-TOTAL TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    PERFORM WRITE-ACK-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
    MOVE WS-LOADED-COUNT TO CRL-RECORDS-LOADED
    MOVE WS-REJECTED-COUNT TO CRL-RECORDS-REJECTED
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG

    DISPLAY "CUSTFAN: " WS-LOADED-COUNT " customer record(s) loaded, "
            WS-REJECTED-COUNT " rejected, across " WS-FAN-SLICES
            " slice(s)."
    PERFORM RELEASE-RUN-LOCK
    IF WS-CTL-FAILED = 'Y' OR WS-BRK-TRIPPED = 'Y'
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> The parser has already refused the generally bad combinations;
      *> these are the ones a key-range split cannot honor. Refused
      *> before the lock is taken, the way a parameter error is.
CHECK-FAN-OUT-PARAMETERS.
    IF RP-DELTA-MODE = 'Y'
       DISPLAY "PARAMETER ERROR: DELTA=Y CANNOT BE FANNED OUT - "
               "RUN CUSTLOAD ITSELF"
       MOVE 8 TO RETURN-CODE
    END-IF
    IF RP-BULK-MODE = 'L'
       DISPLAY "PARAMETER ERROR: BULK=L CANNOT BE FANNED OUT - "
               "USE BULK=S OR BULK=M"
       MOVE 8 TO RETURN-CODE
    END-IF
    IF RP-DUP-POLICY NOT = 'F'
       DISPLAY "PARAMETER ERROR: DUPPOLICY=L OR R CANNOT BE FANNED "
               "OUT - THE KEYED MASTER KEEPS FIRST OCCURRENCES ONLY"
       MOVE 8 TO RETURN-CODE
    END-IF
    IF RP-RANGE-MODE = 'Y' OR RP-SLICE-NO > 0
       DISPLAY "PARAMETER ERROR: FROMKEY=, TOKEY= AND SLICE= ARE SET "
               "BY CUSTFAN ITSELF"
       MOVE 8 TO RETURN-CODE
    END-IF
    IF RETURN-CODE NOT = 0
       DISPLAY "RUN REJECTED AT STARTUP - CORRECT THE PARAMETERS "
               "AND RESUBMIT."
       STOP RUN
    END-IF.

      *> Optional sidecar manifest (see MFTLIB.cpy), checked before
      *> the opening pass reads a single record.
VERIFY-TRANSFER-MANIFEST.
    PERFORM READ-MANIFEST-FILE
    IF WS-MFT-PRESENT = 'Y'
       OPEN INPUT CUSTOMER-FILE
       PERFORM UNTIL WS-EOF = 'Y'
          READ CUSTOMER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
          END-READ
          IF WS-EOF = 'N'
             IF WS-INPUT-FILE-STATUS = '00'
                OR WS-INPUT-FILE-STATUS = '04'
                MOVE SPACES TO WS-MFT-BUFFER
                MOVE CUSTOMER-RECORD TO WS-MFT-BUFFER
                MOVE FUNCTION LENGTH(CUSTOMER-RECORD)
                     TO WS-MFT-BUF-LEN
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
       CLOSE CUSTOMER-FILE
       MOVE 'N' TO WS-EOF
       PERFORM VERIFY-MANIFEST-TOTALS
    END-IF
    IF WS-MFT-FAILED = 'Y'
       DISPLAY "CUSTFAN: transfer manifest verification FAILED - "
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

      *> The opening pass over the extract - see the header. Its
      *> rejects and acknowledgement details go to slice 00's files,
      *> already numbered by extract position, and are merged with the
      *> slices' at the end.
SCREEN-EXTRACT.
    OPEN OUTPUT SLICEPOS-FILE
    IF WS-SLICEPOS-FILE-STATUS NOT = '00'
       MOVE "SLICE-PLAN" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "CANNOT CREATE " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SLICEPOS-FILE-NAME) DELIMITED BY SIZE
              " STATUS=" DELIMITED BY SIZE
              WS-SLICEPOS-FILE-STATUS DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    CLOSE SLICEPOS-FILE
    OPEN I-O SLICEPOS-FILE
    MOVE 0 TO WS-SLICE-NO-TEXT
    MOVE "REJECTS.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-REJECT-FILE-NAME
    MOVE "ACK_DETAIL.dat" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-ACK-DETAIL-FILE-NAME
    OPEN OUTPUT REJECT-FILE
    OPEN OUTPUT ACK-DETAIL-FILE
    OPEN OUTPUT DUP-FILE
    OPEN INPUT CUSTOMER-FILE
    IF WS-INPUT-FILE-STATUS NOT = '00'
       MOVE 'Y' TO WS-CTL-FAILED
       MOVE SPACES TO WS-CTL-FAIL-TEXT
       STRING "DATA FILE OPEN FAILED, FILE STATUS "
              DELIMITED BY SIZE
              WS-INPUT-FILE-STATUS DELIMITED BY SIZE
              INTO WS-CTL-FAIL-TEXT
       END-STRING
       MOVE 'Y' TO WS-EOF
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
        READ CUSTOMER-FILE
            AT END
                MOVE 'Y' TO WS-EOF
        END-READ
        IF WS-EOF = 'N'
        EVALUATE WS-INPUT-FILE-STATUS
           WHEN '00'
              MOVE SPACES TO WS-CTL-BUFFER
              MOVE CUSTOMER-RECORD(1:26) TO WS-CTL-BUFFER
              PERFORM CHECK-CONTROL-RECORD
              IF WS-CTL-RECORD-TYPE = SPACE
                 PERFORM SCREEN-ONE-RECORD
              END-IF
              ADD FUNCTION LENGTH(CUSTOMER-RECORD)
                  TO WS-BYTE-OFFSET
           WHEN '04'
              PERFORM REJECT-STRUCTURAL-RECORD
           WHEN OTHER
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
    CLOSE CUSTOMER-FILE
    CLOSE REJECT-FILE
    CLOSE ACK-DETAIL-FILE
    CLOSE DUP-FILE
    CLOSE SLICEPOS-FILE
    MOVE 'N' TO WS-EOF
    MOVE WS-FAN-RESIDUE-REJECTED TO WS-REJECTED-COUNT
    IF WS-CTL-FAILED = 'Y'
       MOVE "CONTROL" TO WS-FAN-FAIL-CLASS
       MOVE WS-CTL-FAIL-TEXT TO WS-FAN-FAIL-TEXT
       PERFORM FAIL-FAN-OUT-RUN
    END-IF.

      *> One data record of the opening pass. A clean-digit CUST-ID
      *> seen for the first time is the one the master holds - its
      *> position is remembered and a slice loads it; a repeat is
      *> turned away here, keep-first, exactly as CUSTLOAD's default
      *> duplicate policy would.
SCREEN-ONE-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    IF CUST-ID NOT NUMERIC
       ADD 1 TO WS-FAN-RESIDUE-REJECTED
       MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
       MOVE "CUST-ID" TO RJ-FIELD-NAME
       MOVE CUST-ID TO RJ-FIELD-VALUE
       MOVE "NOT NUMERIC PER PICTURE 9(9)" TO RJ-REASON
       PERFORM WRITE-REJECT-LINE
       PERFORM ACK-SCREENED-CUSTOMER
    ELSE
       MOVE CUST-ID TO SP-CUST-ID
       MOVE WS-RECORD-COUNT TO SP-RECORD-NO
       WRITE SLICEPOS-REC
          INVALID KEY
             IF WS-SLICEPOS-FILE-STATUS = '22'
                ADD 1 TO WS-FAN-RESIDUE-REJECTED
                ADD 1 TO WS-DUP-COUNT
                MOVE WS-RECORD-COUNT TO WS-DUP-RECORD-NO
                MOVE SPACES TO WS-DUP-KEY
                MOVE CUST-ID TO WS-DUP-KEY
                PERFORM WRITE-SCREENED-DUPLICATE
                PERFORM ACK-SCREENED-CUSTOMER
             ELSE
                MOVE 'Y' TO WS-CTL-FAILED
                MOVE SPACES TO WS-CTL-FAIL-TEXT
                STRING "SLICE POSITION FILE WRITE FAILED, STATUS "
                       DELIMITED BY SIZE
                       WS-SLICEPOS-FILE-STATUS DELIMITED BY SIZE
                       INTO WS-CTL-FAIL-TEXT
                END-STRING
                MOVE 'Y' TO WS-EOF
             END-IF
          NOT INVALID KEY
             ADD 1 TO WS-FAN-KEYED-COUNT
       END-WRITE
    END-IF.

      *> The keep-first line DUPLIB writes for CUSTLOAD's default
      *> policy - the only policy a fan-out runs with, and the seen-key
      *> store here is the position file rather than DUPLIB's.
WRITE-SCREENED-DUPLICATE.
    MOVE SPACES TO WS-DUP-OUT-LINE
    STRING "RECORD=" DELIMITED BY SIZE
           WS-DUP-RECORD-NO DELIMITED BY SIZE
           " KEY='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-DUP-KEY) DELIMITED BY SIZE
           "' POLICY=KEEP-FIRST" DELIMITED BY SIZE
           INTO WS-DUP-OUT-LINE
    END-STRING
    MOVE WS-DUP-OUT-LINE TO DUP-OUT-REC
    WRITE DUP-OUT-REC.

      *> Same as CUSTLOAD's: counted, rejected at its byte offset, and
      *> the run stops - every later record boundary is unknowable.
REJECT-STRUCTURAL-RECORD.
    ADD 1 TO WS-RECORD-COUNT
    ADD 1 TO WS-FAN-RESIDUE-REJECTED
    MOVE WS-RECORD-COUNT TO RJ-RECORD-NUMBER
    MOVE "CUSTOMER-RECORD" TO RJ-FIELD-NAME
    MOVE WS-BYTE-OFFSET TO RJ-FIELD-VALUE
    MOVE "SHORT/MISALIGNED RECORD AT BYTE OFFSET" TO RJ-REASON
    PERFORM WRITE-REJECT-LINE
    PERFORM ACK-SCREENED-CUSTOMER
    MOVE 'Y' TO WS-EOF
    MOVE 'Y' TO WS-CTL-FAILED
    MOVE SPACES TO WS-CTL-FAIL-TEXT
    STRING "RECORD BOUNDARIES LOST AT BYTE OFFSET "
           DELIMITED BY SIZE
           WS-BYTE-OFFSET DELIMITED BY SIZE
           " - REMAINING RECORDS UNREAD" DELIMITED BY SIZE
           INTO WS-CTL-FAIL-TEXT
    END-STRING.

      *> The record's reject line, if it wrote one, names the field;
      *> otherwise it was a repeated CUST-ID.
ACK-SCREENED-CUSTOMER.
    MOVE WS-RECORD-COUNT TO WS-ACK-RECORD-NO
    MOVE CUST-ID TO WS-ACK-RECORD-KEY
    MOVE "CUST-ID" TO WS-ACK-FIELD-NAME
    MOVE "DUPLICATE KEY" TO WS-ACK-REASON-TEXT
    MOVE FUNCTION LENGTH(CUSTOMER-RECORD) TO WS-ACK-ORIGINAL-LEN
    MOVE CUSTOMER-RECORD TO WS-ACK-ORIGINAL-BYTES
    PERFORM WRITE-ACK-DETAIL.

      *> Counts the master's keys, refuses a master that does not hold
      *> tonight's keys, then walks it once more to find the first key
      *> of every slice: slice k starts at key ordinal
      *> ((k - 1) * keys / slices) + 1.
PLAN-KEY-RANGES.
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = '00'
       MOVE "SLICE-PLAN" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "CANNOT OPEN KEYED MASTER, STATUS " DELIMITED BY SIZE
              WS-MASTER-FILE-STATUS DELIMITED BY SIZE
              " - RUN CUSTIDX FIRST" DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    MOVE 0 TO WS-FAN-MASTER-COUNT
    PERFORM UNTIL WS-EOF = 'Y'
       READ CUSTOMER-MASTER-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EOF
       END-READ
       IF WS-EOF = 'N'
          IF WS-MASTER-FILE-STATUS = '00'
             ADD 1 TO WS-FAN-MASTER-COUNT
          ELSE
             MOVE 'Y' TO WS-EOF
             MOVE 999999999 TO WS-FAN-MASTER-COUNT
          END-IF
       END-IF
    END-PERFORM
    CLOSE CUSTOMER-MASTER-FILE
    MOVE 'N' TO WS-EOF
    PERFORM CHECK-MASTER-IN-STEP

    MOVE RP-SLICE-COUNT TO WS-FAN-SLICES
    IF WS-FAN-MASTER-COUNT < WS-FAN-SLICES
       MOVE WS-FAN-MASTER-COUNT TO WS-FAN-SLICES
       IF WS-FAN-SLICES = 0
          MOVE 1 TO WS-FAN-SLICES
       END-IF
    END-IF
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       COMPUTE WS-FAN-START-ORD(WS-FAN-IDX) =
               ((WS-FAN-IDX - 1) * WS-FAN-MASTER-COUNT)
               / WS-FAN-SLICES + 1
       MOVE 0 TO WS-FAN-FROM-KEY(WS-FAN-IDX)
       MOVE 999999999 TO WS-FAN-TO-KEY(WS-FAN-IDX)
    END-PERFORM

    *> slice 1 always starts at key 0; the others at the key found at
    *> their starting ordinal, and each slice ends one below the next
    IF WS-FAN-SLICES > 1
       OPEN INPUT CUSTOMER-MASTER-FILE
       MOVE 0 TO WS-FAN-ORDINAL
       MOVE 2 TO WS-FAN-NEXT
       PERFORM UNTIL WS-EOF = 'Y'
          READ CUSTOMER-MASTER-FILE NEXT RECORD
             AT END
                MOVE 'Y' TO WS-EOF
          END-READ
          IF WS-EOF = 'N'
             ADD 1 TO WS-FAN-ORDINAL
             IF WS-FAN-ORDINAL = WS-FAN-START-ORD(WS-FAN-NEXT)
                MOVE CM-CUST-ID TO WS-FAN-FROM-KEY(WS-FAN-NEXT)
                COMPUTE WS-FAN-TO-KEY(WS-FAN-NEXT - 1) =
                        CM-CUST-ID - 1
                ADD 1 TO WS-FAN-NEXT
                IF WS-FAN-NEXT > WS-FAN-SLICES
                   MOVE 'Y' TO WS-EOF
                END-IF
             END-IF
          END-IF
       END-PERFORM
       CLOSE CUSTOMER-MASTER-FILE
       MOVE 'N' TO WS-EOF
    END-IF

    OPEN OUTPUT PLAN-FILE
    MOVE SPACES TO WS-FAN-OUT-LINE
    STRING "PLAN|" DELIMITED BY SIZE
           WS-FAN-BUS-DATE DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-FAN-SLICES DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-FAN-MASTER-COUNT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
           INTO WS-FAN-OUT-LINE
    END-STRING
    MOVE WS-FAN-OUT-LINE TO PLAN-LINE
    WRITE PLAN-LINE
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       MOVE 'Y' TO WS-FAN-LAUNCH(WS-FAN-IDX)
       MOVE SPACES TO WS-FAN-OUT-LINE
       STRING "SLICE|" DELIMITED BY SIZE
              WS-FAN-IDX DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FAN-FROM-KEY(WS-FAN-IDX) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-FAN-TO-KEY(WS-FAN-IDX) DELIMITED BY SIZE
              INTO WS-FAN-OUT-LINE
       END-STRING
       MOVE WS-FAN-OUT-LINE TO PLAN-LINE
       WRITE PLAN-LINE
    END-PERFORM
    CLOSE PLAN-FILE.

      *> The master must hold exactly the distinct clean-digit keys the
      *> opening pass found in tonight's extract - a master CUSTIDX
      *> built from another night's file would have the slices load
      *> the wrong customers.
CHECK-MASTER-IN-STEP.
    IF WS-FAN-MASTER-COUNT NOT = WS-FAN-KEYED-COUNT
       MOVE "SLICE-PLAN" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "KEYED MASTER HOLDS " DELIMITED BY SIZE
              WS-FAN-MASTER-COUNT DELIMITED BY SIZE
              " KEYS, EXTRACT " DELIMITED BY SIZE
              WS-FAN-KEYED-COUNT DELIMITED BY SIZE
              " - RUN CUSTIDX" DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF.

      *> RESTART=Y: tonight's plan, as the failed run wrote it; only
      *> the slices that did not finish cleanly are started again.
READ-SLICE-PLAN.
    MOVE 0 TO WS-FAN-SLICES
    MOVE 0 TO WS-FAN-PLAN-DATE
    OPEN INPUT PLAN-FILE
    IF WS-PLAN-FILE-STATUS NOT = '00'
       MOVE 'Y' TO WS-EOF
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ PLAN-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE SPACES TO WS-FAN-PLAN-TAG WS-FAN-PLAN-F2
                            WS-FAN-PLAN-F3 WS-FAN-PLAN-F4
                            WS-FAN-PLAN-F5
             UNSTRING PLAN-LINE DELIMITED BY '|'
                      INTO WS-FAN-PLAN-TAG, WS-FAN-PLAN-F2,
                           WS-FAN-PLAN-F3, WS-FAN-PLAN-F4,
                           WS-FAN-PLAN-F5
             END-UNSTRING
             EVALUATE WS-FAN-PLAN-TAG
                WHEN 'PLAN'
                   COMPUTE WS-FAN-PLAN-DATE =
                           FUNCTION NUMVAL(WS-FAN-PLAN-F2)
                   COMPUTE WS-FAN-PLAN-COUNT =
                           FUNCTION NUMVAL(WS-FAN-PLAN-F4)
                   *> the slices that already finished loaded their
                   *> rows under the planning run's identifier
                   IF WS-FAN-PLAN-F5 NOT = SPACES
                      MOVE WS-FAN-PLAN-F5 TO CRL-RUN-ID
                   END-IF
                WHEN 'SLICE'
                   IF WS-FAN-SLICES < 16
                      ADD 1 TO WS-FAN-SLICES
                      COMPUTE WS-FAN-FROM-KEY(WS-FAN-SLICES) =
                              FUNCTION NUMVAL(WS-FAN-PLAN-F3)
                      COMPUTE WS-FAN-TO-KEY(WS-FAN-SLICES) =
                              FUNCTION NUMVAL(WS-FAN-PLAN-F4)
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
       END-READ
    END-PERFORM
    IF WS-PLAN-FILE-STATUS NOT = '35'
       CLOSE PLAN-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    IF WS-FAN-SLICES = 0
       OR WS-FAN-PLAN-DATE NOT = WS-FAN-BUS-DATE
       MOVE "SLICE-PLAN" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "NO SLICE PLAN FOR BUSINESS DATE " DELIMITED BY SIZE
              WS-FAN-BUS-DATE DELIMITED BY SIZE
              " TO RESTART - RUN WITHOUT RESTART=Y" DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    MOVE WS-FAN-PLAN-COUNT TO WS-FAN-MASTER-COUNT
    PERFORM CHECK-MASTER-IN-STEP
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       PERFORM READ-SLICE-RC
       IF FUNCTION TRIM(WS-FAN-SLICE-RC(WS-FAN-IDX)) = '0'
          MOVE 'N' TO WS-FAN-LAUNCH(WS-FAN-IDX)
          DISPLAY "CUSTFAN: slice " WS-FAN-IDX
                  " finished cleanly last time - not rerun."
       ELSE
          MOVE 'Y' TO WS-FAN-LAUNCH(WS-FAN-IDX)
       END-IF
    END-PERFORM.

      *> Seeds each launched slice's RC file, then starts all of them
      *> in one shell and waits for the last to finish. The slices get
      *> this run's own parameters, minus the ones only CUSTFAN reads.
LAUNCH-SLICES.
    PERFORM BUILD-PASS-THROUGH-PARMS
    MOVE SPACES TO WS-FAN-COMMAND
    MOVE 1 TO WS-FAN-CMD-PTR
    MOVE 0 TO WS-FAN-LAUNCHED
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       IF WS-FAN-LAUNCH(WS-FAN-IDX) = 'Y'
          PERFORM ADD-SLICE-TO-COMMAND
       END-IF
    END-PERFORM
    IF WS-FAN-LAUNCHED > 0
       STRING "wait" DELIMITED BY SIZE
              INTO WS-FAN-COMMAND
              WITH POINTER WS-FAN-CMD-PTR
       END-STRING
       DISPLAY "CUSTFAN: starting " WS-FAN-LAUNCHED " of "
               WS-FAN-SLICES " slice(s) ..."
       MOVE 0 TO RETURN-CODE
       CALL "SYSTEM" USING BY CONTENT WS-FAN-COMMAND
       *> the slices' own exit codes are in their RC files; the
       *> shell's is only wait's
       MOVE 0 TO RETURN-CODE
    END-IF.

ADD-SLICE-TO-COMMAND.
    ADD 1 TO WS-FAN-LAUNCHED
    MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
    MOVE "RC.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    OPEN OUTPUT RC-FILE
    MOVE "PENDING" TO RC-LINE
    WRITE RC-LINE
    CLOSE RC-FILE
    STRING "(./custload SLICE=" DELIMITED BY SIZE
           WS-SLICE-NO-TEXT DELIMITED BY SIZE
           ",FROMKEY=" DELIMITED BY SIZE
           WS-FAN-FROM-KEY(WS-FAN-IDX) DELIMITED BY SIZE
           ",TOKEY=" DELIMITED BY SIZE
           WS-FAN-TO-KEY(WS-FAN-IDX) DELIMITED BY SIZE
           ",RUNID=" DELIMITED BY SIZE
           FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
           INTO WS-FAN-COMMAND
           WITH POINTER WS-FAN-CMD-PTR
    END-STRING
    IF WS-FAN-PASS-PARMS NOT = SPACES
       STRING "," DELIMITED BY SIZE
              FUNCTION TRIM(WS-FAN-PASS-PARMS) DELIMITED BY SIZE
              INTO WS-FAN-COMMAND
              WITH POINTER WS-FAN-CMD-PTR
       END-STRING
    END-IF
    STRING " >Output/CUSTOMER_S" DELIMITED BY SIZE
           WS-SLICE-NO-TEXT DELIMITED BY SIZE
           "_LOG.txt 2>&1; echo $? >" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLICE-FILE-NAME) DELIMITED BY SIZE
           ") & " DELIMITED BY SIZE
           INTO WS-FAN-COMMAND
           WITH POINTER WS-FAN-CMD-PTR
    END-STRING.

      *> This run's KEY=VALUE list with SLICES=, RESTART=,
      *> REJECTLIMIT= and RUNID= taken out (see the header for
      *> REJECTLIMIT=; RUNID= goes to every slice as this run's own).
BUILD-PASS-THROUGH-PARMS.
    MOVE SPACES TO WS-FAN-PASS-PARMS
    MOVE 1 TO WS-FAN-PASS-PTR
    MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-CMD-LINE
    COMPUTE WS-CMD-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE))
    IF WS-CMD-LINE = SPACES
       MOVE 0 TO WS-CMD-LEN
    END-IF
    MOVE 1 TO WS-CMD-PTR
    PERFORM UNTIL WS-CMD-PTR > WS-CMD-LEN
       MOVE SPACES TO WS-PRM-TOKEN
       UNSTRING WS-CMD-LINE DELIMITED BY ','
                INTO WS-PRM-TOKEN
                WITH POINTER WS-CMD-PTR
       END-UNSTRING
       MOVE FUNCTION TRIM(WS-PRM-TOKEN) TO WS-PRM-TOKEN
       IF WS-PRM-TOKEN NOT = SPACES
          MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
          UNSTRING WS-PRM-TOKEN DELIMITED BY '='
                   INTO WS-PRM-KEY WS-PRM-VALUE
          END-UNSTRING
          EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-KEY))
             WHEN 'SLICES'
             WHEN 'RESTART'
             WHEN 'REJECTLIMIT'
             WHEN 'RUNID'
                CONTINUE
             WHEN OTHER
                IF WS-FAN-PASS-PTR > 1
                   STRING "," DELIMITED BY SIZE
                          INTO WS-FAN-PASS-PARMS
                          WITH POINTER WS-FAN-PASS-PTR
                   END-STRING
                END-IF
                STRING FUNCTION TRIM(WS-PRM-TOKEN) DELIMITED BY SIZE
                       INTO WS-FAN-PASS-PARMS
                       WITH POINTER WS-FAN-PASS-PTR
                END-STRING
          END-EVALUATE
       END-IF
    END-PERFORM.

      *> Reads slice WS-FAN-IDX's exit code; no file at all reads as
      *> not finished.
READ-SLICE-RC.
    MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
    MOVE "RC.txt" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE "MISSING" TO WS-FAN-SLICE-RC(WS-FAN-IDX)
    OPEN INPUT RC-FILE
    IF WS-RC-FILE-STATUS = '00'
       READ RC-FILE
          AT END
             CONTINUE
          NOT AT END
             MOVE FUNCTION TRIM(RC-LINE) TO WS-FAN-SLICE-RC(WS-FAN-IDX)
       END-READ
       CLOSE RC-FILE
    END-IF.

COLLECT-SLICE-RESULTS.
    MOVE 0 TO WS-FAN-FAILED-COUNT
    MOVE SPACES TO WS-FAN-FAILED-LIST
    MOVE 1 TO WS-FAN-FAILED-PTR
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       PERFORM READ-SLICE-RC
       IF FUNCTION TRIM(WS-FAN-SLICE-RC(WS-FAN-IDX)) NOT = '0'
          ADD 1 TO WS-FAN-FAILED-COUNT
          MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
          STRING " " DELIMITED BY SIZE
                 WS-SLICE-NO-TEXT DELIMITED BY SIZE
                 INTO WS-FAN-FAILED-LIST
                 WITH POINTER WS-FAN-FAILED-PTR
          END-STRING
          DISPLAY "CUSTFAN: slice " WS-FAN-IDX " ended with exit "
                  FUNCTION TRIM(WS-FAN-SLICE-RC(WS-FAN-IDX))
                  " - see Output/CUSTOMER_S" WS-SLICE-NO-TEXT
                  "_LOG.txt"
       END-IF
    END-PERFORM.

      *> The one full-reload guard, then every slice's statements in
      *> slice (CUST-ID) order, each slice's own transaction blocks
      *> carried over as written.
MERGE-SLICE-INSERTS.
    OPEN OUTPUT INSERT-FILE
    MOVE "CUSTOMER" TO WS-TXN-GUARD-TABLE
    PERFORM SQL-WRITE-RELOAD-GUARD
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
       MOVE "INSERTS.sql" TO WS-SLICE-SUFFIX
       PERFORM OPEN-SLICE-IN-FILE
       PERFORM UNTIL WS-EOF = 'Y'
          READ SLICE-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE SLICE-IN-REC TO INSERT-LINE
                WRITE INSERT-LINE
          END-READ
       END-PERFORM
       CLOSE SLICE-IN-FILE
       MOVE 'N' TO WS-EOF
    END-PERFORM
    CLOSE INSERT-FILE.

      *> A slice file that should be there and is not means the slice
      *> did not really finish - the merge is abandoned as a slice
      *> failure, leaving RESTART=Y to rerun it.
OPEN-SLICE-IN-FILE.
    PERFORM BUILD-SLICE-FILE-NAME
    OPEN INPUT SLICE-IN-FILE
    IF WS-SLICE-IN-STATUS NOT = '00'
       MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "CANNOT OPEN " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SLICE-FILE-NAME) DELIMITED BY SIZE
              " STATUS=" DELIMITED BY SIZE
              WS-SLICE-IN-STATUS DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF.

      *> The slices' exports, header and JSON array punctuation laid
      *> down once by EXPORTLIB around their rows.
MERGE-SLICE-EXPORTS.
    IF RP-EXPORT-FORMAT = 'C' OR RP-EXPORT-FORMAT = 'B'
       MOVE 1 TO WS-SLICE-NO-TEXT
       MOVE "EXPORT.csv" TO WS-SLICE-SUFFIX
       PERFORM OPEN-SLICE-IN-FILE
       MOVE SPACES TO WS-EXPORT-CSV-HEADER
       READ SLICE-IN-FILE
          NOT AT END
             MOVE SLICE-IN-REC TO WS-EXPORT-CSV-HEADER
       END-READ
       CLOSE SLICE-IN-FILE
    END-IF
    PERFORM OPEN-EXPORT-FILES
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
       IF RP-EXPORT-FORMAT = 'C' OR RP-EXPORT-FORMAT = 'B'
          MOVE "EXPORT.csv" TO WS-SLICE-SUFFIX
          PERFORM OPEN-SLICE-IN-FILE
          MOVE 'Y' TO WS-FAN-FIRST-LINE
          PERFORM UNTIL WS-EOF = 'Y'
             READ SLICE-IN-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF WS-FAN-FIRST-LINE = 'Y'
                      MOVE 'N' TO WS-FAN-FIRST-LINE
                   ELSE
                      MOVE SLICE-IN-REC TO WS-EXPORT-CSV-LINE
                      PERFORM WRITE-EXPORT-CSV-ROW
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SLICE-IN-FILE
          MOVE 'N' TO WS-EOF
       END-IF
       IF RP-EXPORT-FORMAT = 'J' OR RP-EXPORT-FORMAT = 'B'
          MOVE "EXPORT.json" TO WS-SLICE-SUFFIX
          PERFORM OPEN-SLICE-IN-FILE
          PERFORM UNTIL WS-EOF = 'Y'
             READ SLICE-IN-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF SLICE-IN-REC NOT = '['
                      AND SLICE-IN-REC NOT = ']'
                      AND SLICE-IN-REC NOT = ','
                      MOVE SLICE-IN-REC TO WS-EXPORT-JSON-LINE
                      PERFORM WRITE-EXPORT-JSON-ROW
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SLICE-IN-FILE
          MOVE 'N' TO WS-EOF
       END-IF
    END-PERFORM
    PERFORM CLOSE-EXPORT-FILES.

      *> One contact-quality report for the whole load: the slices'
      *> counts added up line by line under tonight's rules, which
      *> every slice read from the same Config/CONTACT_RULES.cfg.
MERGE-SLICE-CONTACT-REPORTS.
    PERFORM LOAD-CONTACT-RULES
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
       MOVE "CONTACT_QUALITY.txt" TO WS-SLICE-SUFFIX
       PERFORM OPEN-SLICE-IN-FILE
       PERFORM UNTIL WS-EOF = 'Y'
          READ SLICE-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE SLICE-IN-REC TO WS-CTC-REPORT-BUF
                PERFORM ACCUMULATE-CONTACT-REPORT-LINE
          END-READ
       END-PERFORM
       CLOSE SLICE-IN-FILE
       MOVE 'N' TO WS-EOF
    END-PERFORM
    MOVE CRL-START-TS(1:8) TO WS-CTC-REPORT-DATE
    PERFORM WRITE-CONTACT-QUALITY-REPORT.

      *> Adds up the slices' recon lines. A slice whose own recon says
      *> FAILED or MISMATCH fails the whole load the same way.
MERGE-SLICE-RECONS.
    MOVE 0 TO WS-FAN-SLICE-READ-TOTAL
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
       MOVE "RECON.txt" TO WS-SLICE-SUFFIX
       PERFORM OPEN-SLICE-IN-FILE
       MOVE 'N' TO WS-RC-HAVE-LINE
       READ SLICE-IN-FILE
          NOT AT END
             PERFORM PARSE-SLICE-RECON-LINE
       END-READ
       CLOSE SLICE-IN-FILE
       IF WS-RC-HAVE-LINE = 'N'
          MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
          MOVE SPACES TO WS-FAN-FAIL-TEXT
          STRING "NO RECON LINE IN " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SLICE-FILE-NAME) DELIMITED BY SIZE
                 INTO WS-FAN-FAIL-TEXT
          END-STRING
          PERFORM FAIL-FAN-OUT-RUN
       END-IF
       ADD WS-RC-READ TO WS-FAN-SLICE-READ-TOTAL
       ADD WS-RC-LOADED TO WS-LOADED-COUNT
       ADD WS-RC-REJECTED TO WS-REJECTED-COUNT
       ADD WS-RC-TOTAL TO WS-BALANCE-TOTAL
       IF FUNCTION TRIM(REC-STATUS) NOT = 'OK'
          AND WS-CTL-FAILED = 'N'
          MOVE 'Y' TO WS-CTL-FAILED
          MOVE SPACES TO WS-CTL-FAIL-TEXT
          STRING "SLICE " DELIMITED BY SIZE
                 WS-SLICE-NO-TEXT DELIMITED BY SIZE
                 " RECON STATUS " DELIMITED BY SIZE
                 FUNCTION TRIM(REC-STATUS) DELIMITED BY SIZE
                 INTO WS-CTL-FAIL-TEXT
          END-STRING
       END-IF
    END-PERFORM.

PARSE-SLICE-RECON-LINE.
    MOVE 0 TO WS-RC-READ WS-RC-LOADED WS-RC-REJECTED WS-RC-TOTAL
    MOVE SPACES TO REC-STATUS
    COMPUTE WS-RC-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SLICE-IN-REC))
    IF SLICE-IN-REC = SPACES
       MOVE 0 TO WS-RC-LEN
    END-IF
    MOVE 1 TO WS-RC-PTR
    PERFORM UNTIL WS-RC-PTR > WS-RC-LEN
       MOVE SPACES TO WS-RC-PIECE
       UNSTRING SLICE-IN-REC DELIMITED BY ALL SPACE
                INTO WS-RC-PIECE
                WITH POINTER WS-RC-PTR
       END-UNSTRING
       IF WS-RC-PIECE NOT = SPACES
          MOVE SPACES TO WS-RC-KEY WS-RC-VALUE
          UNSTRING WS-RC-PIECE DELIMITED BY '='
                   INTO WS-RC-KEY, WS-RC-VALUE
          END-UNSTRING
          EVALUATE FUNCTION TRIM(WS-RC-KEY)
             WHEN 'COPYBOOK'
                MOVE 'Y' TO WS-RC-HAVE-LINE
             WHEN 'RECORDS_READ'
                COMPUTE WS-RC-READ = FUNCTION NUMVAL(WS-RC-VALUE)
             WHEN 'RECORDS_LOADED'
                COMPUTE WS-RC-LOADED = FUNCTION NUMVAL(WS-RC-VALUE)
             WHEN 'RECORDS_REJECTED'
                COMPUTE WS-RC-REJECTED = FUNCTION NUMVAL(WS-RC-VALUE)
             WHEN 'CONTROL_TOTAL'
                COMPUTE WS-RC-TOTAL = FUNCTION NUMVAL(WS-RC-VALUE)
             WHEN 'STATUS'
                MOVE WS-RC-VALUE(1:9) TO REC-STATUS
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-PERFORM.

      *> Reject lines and acknowledgement details from the opening pass
      *> (slice 00, numbered by extract position already) and every
      *> slice (renumbered), keyed into extract order, then written out
      *> as the run's CUSTOMER_REJECTS.txt and acknowledgement detail
      *> file - the latter left open for WRITE-ACK-FILE.
MERGE-REJECTS-AND-DETAILS.
    OPEN OUTPUT REJMERGE-FILE
    OPEN OUTPUT ACKMERGE-FILE
    OPEN INPUT SLICEPOS-FILE
    IF WS-REJMERGE-FILE-STATUS NOT = '00'
       OR WS-ACKMERGE-FILE-STATUS NOT = '00'
       OR WS-SLICEPOS-FILE-STATUS NOT = '00'
       MOVE "SLICE-PLAN" TO WS-FAN-FAIL-CLASS
       MOVE "CANNOT OPEN THE REJECT MERGE WORK FILES"
            TO WS-FAN-FAIL-TEXT
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    MOVE 0 TO WS-FAN-SEQ
    MOVE 'N' TO WS-FAN-TRANSLATE
    MOVE 0 TO WS-FAN-IDX
    PERFORM MERGE-ONE-SLICE-REJECTS
    MOVE 'Y' TO WS-FAN-TRANSLATE
    PERFORM VARYING WS-FAN-IDX FROM 1 BY 1
            UNTIL WS-FAN-IDX > WS-FAN-SLICES
       PERFORM MERGE-ONE-SLICE-REJECTS
    END-PERFORM
    CLOSE SLICEPOS-FILE
    CLOSE REJMERGE-FILE
    CLOSE ACKMERGE-FILE

    MOVE "Output/CUSTOMER_REJECTS.txt" TO WS-REJECT-FILE-NAME
    OPEN OUTPUT REJECT-FILE
    OPEN INPUT REJMERGE-FILE
    PERFORM UNTIL WS-EOF = 'Y'
       READ REJMERGE-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE RM-LINE TO REJECT-OUT-REC
             WRITE REJECT-OUT-REC
       END-READ
    END-PERFORM
    CLOSE REJMERGE-FILE
    CLOSE REJECT-FILE
    MOVE 'N' TO WS-EOF

    MOVE "Output/CUSTOMER_ACK_DETAIL.dat" TO WS-ACK-DETAIL-FILE-NAME
    OPEN OUTPUT ACK-DETAIL-FILE
    OPEN INPUT ACKMERGE-FILE
    PERFORM UNTIL WS-EOF = 'Y'
       READ ACKMERGE-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE AM-DETAIL TO ACK-DETAIL-REC
             WRITE ACK-DETAIL-REC
       END-READ
    END-PERFORM
    CLOSE ACKMERGE-FILE
    MOVE 'N' TO WS-EOF.

      *> One slice's rejects and details, walked together: both run in
      *> ascending slice record number, and every rejected record has
      *> a detail carrying its CUST-ID - the key to its extract
      *> position. Each detail is keyed in as it is read; each reject
      *> line takes the position of the detail with its number.
MERGE-ONE-SLICE-REJECTS.
    MOVE WS-FAN-IDX TO WS-SLICE-NO-TEXT
    MOVE "ACK_DETAIL.dat" TO WS-SLICE-SUFFIX
    PERFORM BUILD-SLICE-FILE-NAME
    MOVE WS-SLICE-FILE-NAME TO WS-SLICE-ACK-FILE-NAME
    MOVE 'N' TO WS-FAN-DETAIL-EOF
    MOVE 0 TO WS-FAN-DETAIL-ORD
    OPEN INPUT SLICE-ACK-FILE
    IF WS-SLICE-ACK-STATUS NOT = '00'
       MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "CANNOT OPEN " DELIMITED BY SIZE
              FUNCTION TRIM(WS-SLICE-ACK-FILE-NAME) DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    PERFORM READ-SLICE-DETAIL

    MOVE "REJECTS.txt" TO WS-SLICE-SUFFIX
    PERFORM OPEN-SLICE-IN-FILE
    MOVE 'N' TO WS-FAN-REJ-EOF
    PERFORM UNTIL WS-FAN-REJ-EOF = 'Y'
       READ SLICE-IN-FILE
          AT END
             MOVE 'Y' TO WS-FAN-REJ-EOF
          NOT AT END
             IF SLICE-IN-REC NOT = SPACES
                PERFORM MERGE-ONE-REJECT-LINE
             END-IF
       END-READ
    END-PERFORM
    CLOSE SLICE-IN-FILE

    PERFORM READ-SLICE-DETAIL UNTIL WS-FAN-DETAIL-EOF = 'Y'
    CLOSE SLICE-ACK-FILE.

MERGE-ONE-REJECT-LINE.
    MOVE SLICE-IN-REC(1:120) TO WS-FAN-REJ-LINE
    COMPUTE WS-FAN-REJ-ORD = FUNCTION NUMVAL(WS-FAN-REJ-LINE(8:9))
    PERFORM READ-SLICE-DETAIL
            UNTIL WS-FAN-DETAIL-EOF = 'Y'
               OR WS-FAN-DETAIL-ORD >= WS-FAN-REJ-ORD
    IF WS-FAN-DETAIL-EOF = 'N'
       AND WS-FAN-DETAIL-ORD = WS-FAN-REJ-ORD
       MOVE WS-FAN-DETAIL-POS TO WS-FAN-REJ-LINE(8:9)
    ELSE
       MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
       MOVE SPACES TO WS-FAN-FAIL-TEXT
       STRING "SLICE " DELIMITED BY SIZE
              WS-SLICE-NO-TEXT DELIMITED BY SIZE
              " REJECT " DELIMITED BY SIZE
              WS-FAN-REJ-ORD DELIMITED BY SIZE
              " HAS NO ACKNOWLEDGEMENT DETAIL" DELIMITED BY SIZE
              INTO WS-FAN-FAIL-TEXT
       END-STRING
       PERFORM FAIL-FAN-OUT-RUN
    END-IF
    ADD 1 TO WS-FAN-SEQ
    MOVE WS-FAN-DETAIL-POS TO RM-RECORD-NO
    MOVE WS-FAN-SEQ TO RM-SEQ
    MOVE WS-FAN-REJ-LINE TO RM-LINE
    WRITE REJMERGE-REC
       INVALID KEY
          CONTINUE
    END-WRITE.

      *> Reads the next detail of the current slice and keys it into
      *> extract order; on a slice (not the opening pass) the record
      *> number is swapped for the CUST-ID's extract position. The
      *> slice record number it had is kept for MERGE-ONE-REJECT-LINE.
READ-SLICE-DETAIL.
    READ SLICE-ACK-FILE
       AT END
          MOVE 'Y' TO WS-FAN-DETAIL-EOF
    END-READ
    IF WS-FAN-DETAIL-EOF = 'N'
       MOVE SLICE-ACK-REC TO ACK-RECORD
       MOVE ACK-RECORD-NUMBER TO WS-FAN-DETAIL-ORD
       MOVE ACK-RECORD-NUMBER TO WS-FAN-DETAIL-POS
       IF WS-FAN-TRANSLATE = 'Y'
          MOVE ACK-RECORD-KEY(1:9) TO SP-CUST-ID
          READ SLICEPOS-FILE
             INVALID KEY
                MOVE "SLICE-FAILED" TO WS-FAN-FAIL-CLASS
                MOVE SPACES TO WS-FAN-FAIL-TEXT
                STRING "SLICE " DELIMITED BY SIZE
                       WS-SLICE-NO-TEXT DELIMITED BY SIZE
                       " REJECTED CUST-ID " DELIMITED BY SIZE
                       ACK-RECORD-KEY(1:9) DELIMITED BY SIZE
                       " NOT IN EXTRACT" DELIMITED BY SIZE
                       INTO WS-FAN-FAIL-TEXT
                END-STRING
                PERFORM FAIL-FAN-OUT-RUN
          END-READ
          MOVE SP-RECORD-NO TO WS-FAN-DETAIL-POS
          MOVE SP-RECORD-NO TO ACK-RECORD-NUMBER
       END-IF
       ADD 1 TO WS-FAN-SEQ
       MOVE WS-FAN-DETAIL-POS TO AM-RECORD-NO
       MOVE WS-FAN-SEQ TO AM-SEQ
       MOVE ACK-RECORD TO AM-DETAIL
       WRITE ACKMERGE-REC
          INVALID KEY
             CONTINUE
       END-WRITE
    END-IF.

      *> Any failure that leaves nothing to merge: the recon line says
      *> FAILED with what is known (so SQLGATE will not apply an older
      *> INSERT file against it), the run log books the failure, the
      *> paging bridge hears it, and the run ends with exit 8.
FAIL-FAN-OUT-RUN.
    DISPLAY "CUSTFAN: " FUNCTION TRIM(WS-FAN-FAIL-TEXT)
    MOVE "FAILED" TO WS-RECON-FORCE-STATUS
    MOVE "CUSTOMER-RECORD" TO REC-COPYBOOK-NAME
    MOVE WS-RECORD-COUNT TO REC-RECORDS-READ
    MOVE 0 TO REC-RECORDS-LOADED
    MOVE WS-FAN-RESIDUE-REJECTED TO REC-RECORDS-REJECTED
    MOVE "BALANCE" TO REC-CONTROL-FIELD
    MOVE 0 TO REC-CONTROL-TOTAL
    MOVE WS-DUP-COUNT TO REC-DUP-COUNT
    PERFORM WRITE-RECON-REPORT
    MOVE "FAILED" TO CRL-RUN-STATUS
    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RECORD-COUNT TO CRL-RECORDS-READ
    MOVE 0 TO CRL-RECORDS-LOADED
    MOVE WS-FAN-RESIDUE-REJECTED TO CRL-RECORDS-REJECTED
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG
    MOVE WS-FAN-FAIL-CLASS TO WS-ALERT-CLASS
    MOVE WS-FAN-FAIL-TEXT TO WS-ALERT-TEXT
    MOVE WS-RECORD-COUNT TO WS-ALERT-READ
    MOVE 0 TO WS-ALERT-LOADED
    MOVE WS-FAN-RESIDUE-REJECTED TO WS-ALERT-REJECTED
    PERFORM WRITE-ALERT-LINE
    PERFORM RELEASE-RUN-LOCK
    MOVE 8 TO RETURN-CODE
    STOP RUN.

BUILD-SLICE-FILE-NAME.
    MOVE SPACES TO WS-SLICE-FILE-NAME
    STRING "Output/CUSTOMER_S" DELIMITED BY SIZE
           WS-SLICE-NO-TEXT DELIMITED BY SIZE
           "_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-SLICE-SUFFIX) DELIMITED BY SIZE
           INTO WS-SLICE-FILE-NAME
    END-STRING.

COPY "PARSEPRM.cpy".
COPY "RECONCILE.cpy".
COPY "REJECTLIB.cpy".
COPY "ACKLIB.cpy".
COPY "BRKLIB.cpy".
COPY "DATELIB.cpy".
COPY "CTLLIB.cpy".
COPY "RUNLOGLIB.cpy".
COPY "MFTLIB.cpy".
COPY "EXPORTLIB.cpy".
COPY "ESCLIB.cpy".
COPY "TXNLIB.cpy".
COPY "MFTOUTLIB.cpy".
COPY "LOCKLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "CONTACTLIB.cpy".
COPY "CONTACTRPT.cpy".
