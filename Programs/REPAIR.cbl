      *> failing field in the context of the whole record, ACCEPTs a
      *> corrected value, re-runs the same validation CUSTLOAD applied
      *> (NUMERIC class tests, DATELIB's calendar check, the COMP-3
      *> sign-nibble check), and - once a second operator has
      *> approved the correction - appends the repaired record's
      *> INSERT to Output/CUSTOMER_INSERTS.sql, so a single bad date
      *> in a 500,000-record file is a two-minute fix at the
      *> workstation instead of a full day waiting on a mainframe
      *> re-extract.
      *>
      *> Maker-checker: nobody replays their own correction. The
      *> keying run (the maker) writes each corrected field of a
      *> record that now passes validation to
      *> Output/CUSTOMER_REPAIRS_PENDING.txt - record number, CUST-ID,
      *> field, original value, corrected value, operator, timestamp
      *> (REPAIRREC.cpy) - and replays nothing. REPAIR APPROVE=Y (the
      *> checker) pages through the pending corrections keyed by any
      *> OPERATOR= other than its own, one APPROVAL-SCREEN each, and
      *> approves or declines them. A record is replayed only when
      *> every correction of its set is approved: the replay re-reads
      *> the untouched extract record, re-applies the approved values
      *> through the same APPLY-CORRECTED-VALUE/REVALIDATE path the
      *> maker used, and writes the INSERT. One declined correction
      *> sinks its whole set; the record stays on the reject list for
      *> a fresh repair. Every submission, decision and replay outcome
      *> is appended to the permanent audit trail
      *> Output/CUSTOMER_REPAIR_AUDIT.txt. A record whose corrections
      *> are still pending is not offered to the maker again. OPERATOR=
      *> is required either way, and both modes take the repair lock
      *> (Output/CUSTOMER_REPAIR_LOCK.dat) so a checker never rewrites
      *> the pending file under a maker's feet.
      *>
      *> A corrected BALANCE is keyed as a plain signed decimal
      *> ("-123.45"); the numeric MOVE back into the record's COMP-3
      *> where the runtime includes it - the same situation BROWSE
      *> has always had.
      *>
      *> Row lineage: an APPROVE=Y run that replays anything is a load
      *> in its own right, so it writes its own CONVERSION_RUN_LOG row
      *> (copybook CUSTOMER-REPAIR: sets queued for replay, replayed,
      *> not replayed) and every replayed CUSTOMER row carries that
      *> row's RUN_ID as LOAD_RUN_ID, the extract record number it
      *> was rebuilt from as SOURCE_RECORD_NO, and the intake
      *> ledger's fingerprint of the extract (LINEAGELIB.cpy). The
      *> REPLAYED audit line names the run id too, so the trail leads
      *> from the correction to the row and back.
      *>
      *> Command line: OPERATOR=xxx [APPROVE=Y] plus the usual PARSEPRM
      *> KEY=VALUE switches (notably EBCDIC= and CONTACT=, which must
      *> match the original CUSTLOAD run so the replayed INSERT carries
      *> the same column set - they matter to the APPROVE=Y run, the
      *> one that writes it).
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REPAIR.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSERT-FILE-STATUS.
    SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
    SELECT CONTACT-RULE-FILE
        ASSIGN TO DYNAMIC WS-CTC-RULE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTC-RULE-FILE-STATUS.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  REJECT-IN-FILE.
    COPY "sample.cpy".

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(600).

FD  PENDING-FILE.
01  PENDING-LINE                 PIC X(170).

FD  AUDIT-FILE.
01  AUDIT-LINE                   PIC X(200).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

FD  CONTACT-RULE-FILE.
01  CONTACT-RULE-LINE            PIC X(120).

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "LOCKWS.cpy".
COPY "REPAIRREC.cpy".

01  WS-REJECT-IN-NAME            PIC X(80)
                                  VALUE "Output/CUSTOMER_REJECTS.txt".
01  WS-INSERT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_INSERTS.sql".
01  WS-INSERT-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-PENDING-FILE-NAME         PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIRS_PENDING.txt".
01  WS-PENDING-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-AUDIT-FILE-NAME           PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIR_AUDIT.txt".
01  WS-AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-EOF                       PIC X VALUE 'N'.
01  WS-REJ-EOF                   PIC X VALUE 'N'.
01  WS-PND-EOF                   PIC X VALUE 'N'.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-APPROVE-MODE              PIC X(1) VALUE 'N'.
01  WS-NOW-TS                    PIC X(14).

      *> Reject entries loaded up front, same bounded-OCCURS shape as
      *> BROWSE's in-memory tables. REJECTLIB writes them in ascending
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-REPAIRED-COUNT            PIC 9(5) VALUE 0.
01  WS-SKIPPED-COUNT             PIC 9(5) VALUE 0.
01  WS-PENDING-SKIP-COUNT        PIC 9(5) VALUE 0.
01  WS-SESSION-DONE              PIC X(1) VALUE 'N'.
01  WS-RECORD-DONE               PIC X(1) VALUE 'N'.

      *> The maker's corrections to the record on screen, one entry
      *> per field touched (a field corrected twice keeps its first
      *> original and its last corrected value). Written to the
      *> pending file only once the whole record passes validation.
01  WS-COR-COUNT                 PIC 9(2) VALUE 0.
01  WS-COR-TABLE.
    05  WS-COR-ENTRY OCCURS 10 TIMES.
        10  WS-COR-FIELD         PIC X(30).
        10  WS-COR-ORIGINAL      PIC X(30).
        10  WS-COR-CORRECTED     PIC X(30).
01  WS-COR-IDX                   PIC 9(2).
01  WS-COR-FOUND                 PIC X(1).
01  WS-COR-APPLIED               PIC X(1).
01  WS-COR-CUST-ID               PIC X(9).
01  WS-COR-ORIG-HOLD             PIC X(30).
01  WS-BAL-HEX-IDX               PIC 9(1).

      *> The pending file in memory. Each entry also carries this
      *> run's bookkeeping: GROUP-DONE once its correction set has
      *> been judged, SETTLED once it is to leave the pending file.
01  WS-PND-COUNT                 PIC 9(4) VALUE 0.
01  WS-PND-TABLE.
    05  WS-PND-ENTRY OCCURS 2000 TIMES.
        10  WS-PND-STATUS        PIC X(8).
        10  WS-PND-RECORD-NO     PIC 9(9).
        10  WS-PND-CUST-ID       PIC X(9).
        10  WS-PND-FIELD         PIC X(30).
        10  WS-PND-ORIGINAL      PIC X(30).
        10  WS-PND-CORRECTED     PIC X(30).
        10  WS-PND-MAKER         PIC X(8).
        10  WS-PND-SUBMITTED-TS  PIC X(14).
        10  WS-PND-CHECKER       PIC X(8).
        10  WS-PND-DECIDED-TS    PIC X(14).
        10  WS-PND-GROUP-DONE    PIC X(1).
        10  WS-PND-SETTLED       PIC X(1).
01  WS-PND-IDX                   PIC 9(4).
01  WS-PND-J                     PIC 9(4).
01  WS-PND-LEAD                  PIC 9(4).
01  WS-ALREADY-PENDING           PIC X(1).
01  WS-GROUP-MATCH               PIC X(1).
01  WS-GRP-PENDING               PIC 9(2).
01  WS-GRP-DECLINED              PIC 9(2).

      *> Correction sets cleared for replay, kept in record-number
      *> order so one forward pass over the extract finds them all.
01  WS-RPL-COUNT                 PIC 9(4) VALUE 0.
01  WS-RPL-TABLE.
    05  WS-RPL-ENTRY OCCURS 2000 TIMES.
        10  WS-RPL-RECORD-NO     PIC 9(9).
        10  WS-RPL-PND-IDX       PIC 9(4).
01  WS-RPL-IDX                   PIC 9(4).
01  WS-RPL-POS                   PIC 9(4).
01  WS-RPL-SAVED-RECORD          PIC X(80).

01  WS-APPROVED-COUNT            PIC 9(5) VALUE 0.
01  WS-DECLINED-COUNT            PIC 9(5) VALUE 0.
01  WS-OWN-COUNT                 PIC 9(5) VALUE 0.
01  WS-REPLAYED-COUNT            PIC 9(5) VALUE 0.
01  WS-NOT-REPLAYED-COUNT        PIC 9(5) VALUE 0.
01  WS-AUD-ACTION                PIC X(12).
01  WS-AUD-NOTE                  PIC X(40).

      *> Re-validation workspace - the same checks CUSTLOAD's
      *> VALIDATE-CUSTOMER-FIELDS runs, reporting the first failing
      *> field back to the screen instead of a reject file.
01  WS-BALANCE-DISPLAY           PIC S9(9)V9(2).
01  WS-BALANCE-EDIT              PIC -(9)9.99.
01  WS-BALANCE-WORK              PIC S9(9)V9(2).
01  WS-OUT-LINE                  PIC X(600) VALUE SPACES.
01  WS-CUST-NAME-OUT             PIC X(20).
01  WS-CUST-NAME-ESC             PIC X(45).
01  WS-PHONE-ESC                 PIC X(30).
01  WS-EMAIL-ESC                 PIC X(55).
01  WS-CONTACT-INFO-ESC          PIC X(80).
01  WS-PHONE-STD-ESC             PIC X(45).
01  WS-EMAIL-STD-ESC             PIC X(55).
01  WS-CONTACT-INFO-ESC-LEN      PIC 9(3).
01  WS-FLAG-A-HEX                PIC X(2).
01  WS-FLAG-B-HEX                PIC X(2).
01  WS-SCR-CORRECTED             PIC X(30).
01  WS-SCR-CMD                   PIC X(1).

      *> APPROVAL-SCREEN fields - one pending correction as the
      *> checker sees it.
01  WS-APR-RECORD-NO             PIC 9(9).
01  WS-APR-CUST-ID               PIC X(9).
01  WS-APR-FIELD                 PIC X(30).
01  WS-APR-ORIGINAL              PIC X(30).
01  WS-APR-CORRECTED             PIC X(30).
01  WS-APR-MAKER                 PIC X(8).
01  WS-APR-SUBMITTED-TS          PIC X(14).
01  WS-APR-CMD                   PIC X(1).

COPY "DATEWS.cpy".
COPY "EBCDICWS.cpy".
COPY "HEXWS.cpy".
COPY "ESCWS.cpy".
COPY "CONTACTWS.cpy".
COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "LINEAGEWS.cpy".

SCREEN SECTION.
01  REPAIR-SCREEN.
    05  LINE 16 COL 1  VALUE "A=APPLY  S=SKIP RECORD  Q=QUIT:".
    05  LINE 16 COL 33 PIC X(1) USING WS-SCR-CMD.

01  APPROVAL-SCREEN.
    05  BLANK SCREEN.
    05  LINE 1  COL 1  VALUE "CUSTOMER REPAIR APPROVAL".
    05  LINE 3  COL 1  VALUE "RECORD NO:".
    05  LINE 3  COL 15 PIC 9(9) FROM WS-APR-RECORD-NO.
    05  LINE 4  COL 1  VALUE "CUST-ID  :".
    05  LINE 4  COL 15 PIC X(9) FROM WS-APR-CUST-ID.
    05  LINE 6  COL 1  VALUE "FIELD          :".
    05  LINE 6  COL 18 PIC X(30) FROM WS-APR-FIELD.
    05  LINE 7  COL 1  VALUE "ORIGINAL VALUE :".
    05  LINE 7  COL 18 PIC X(30) FROM WS-APR-ORIGINAL.
    05  LINE 8  COL 1  VALUE "CORRECTED VALUE:".
    05  LINE 8  COL 18 PIC X(30) FROM WS-APR-CORRECTED.
    05  LINE 10 COL 1  VALUE "KEYED BY       :".
    05  LINE 10 COL 18 PIC X(8) FROM WS-APR-MAKER.
    05  LINE 11 COL 1  VALUE "KEYED AT       :".
    05  LINE 11 COL 18 PIC X(14) FROM WS-APR-SUBMITTED-TS.
    05  LINE 13 COL 1  VALUE "A=APPROVE  D=DECLINE  S=SKIP  Q=QUIT:".
    05  LINE 13 COL 39 PIC X(1) USING WS-APR-CMD.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    MOVE "Output/CUSTOMER_REPAIR_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    PERFORM LOAD-PENDING-TABLE
    IF WS-APPROVE-MODE = 'Y'
       PERFORM LOAD-CONTACT-RULES
       PERFORM APPROVE-PENDING-REPAIRS
    ELSE
       PERFORM KEY-REPAIRS
    END-IF
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

      *> APPROVE= is this program's own key; everything else goes
      *> through the shared parameter parser.
PARSE-ARGUMENTS.
    ACCEPT WS-TOK-LINE FROM COMMAND-LINE
    PERFORM TOKENIZE-LINE
    PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
            UNTIL WS-ARG-IDX > WS-TOK-COUNT
       IF WS-TOK-TABLE(WS-ARG-IDX)(1:1) = ','
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(2:39) TO WS-PRM-TOKEN
       ELSE
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(1:40) TO WS-PRM-TOKEN
       END-IF
       IF WS-PRM-TOKEN NOT = SPACES
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'APPROVE='
             MOVE FUNCTION UPPER-CASE(WS-PRM-TOKEN(9:1))
                  TO WS-APPROVE-MODE
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
    IF WS-APPROVE-MODE NOT = 'Y' AND WS-APPROVE-MODE NOT = 'N'
       DISPLAY "REPAIR: APPROVE= must be Y or N."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF RP-OPERATOR-ID = SPACES
       DISPLAY "REPAIR: OPERATOR= is required - the repair audit "
               "trail must record who keyed and who approved each "
               "correction."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

COPY "TOKENIZE.cpy".

      *> Maker run: present each rejected record, take corrections,
      *> and queue the corrected fields for approval.
KEY-REPAIRS.
    PERFORM LOAD-REJECT-TABLE
    IF WS-REJ-COUNT = 0
       DISPLAY "REPAIR: no reject entries in "
               FUNCTION TRIM(WS-REJECT-IN-NAME) " - nothing to do."
    ELSE
       PERFORM KEY-REPAIRS-AGAINST-EXTRACT
    END-IF.

KEY-REPAIRS-AGAINST-EXTRACT.
    PERFORM OPEN-AUDIT-FILE
    MOVE 1 TO WS-REJ-IDX
    OPEN INPUT CUSTOMER-FILE
    PERFORM UNTIL WS-EOF = 'Y' OR WS-SESSION-DONE = 'Y'
             ELSE
                ADD 1 TO WS-RECORD-COUNT
                IF WS-RECORD-COUNT = WS-REJ-RECORD-NO(WS-REJ-IDX)
                   PERFORM CHECK-ALREADY-PENDING
                   IF WS-ALREADY-PENDING = 'Y'
                      ADD 1 TO WS-PENDING-SKIP-COUNT
                   ELSE
                      PERFORM REPAIR-ONE-RECORD
                   END-IF
                   PERFORM SKIP-SAME-RECORD-ENTRIES
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE AUDIT-FILE

    DISPLAY "REPAIR: " WS-REPAIRED-COUNT " record(s) repaired and "
            "submitted for approval, " WS-SKIPPED-COUNT " skipped, "
            WS-PENDING-SKIP-COUNT " already awaiting approval."
    IF WS-REPAIRED-COUNT > 0
       DISPLAY "REPAIR: corrections wait in "
               FUNCTION TRIM(WS-PENDING-FILE-NAME)
               " - a different operator replays them with "
               "APPROVE=Y."
    END-IF.

      *> REJECTLIB's line shape is fixed - RECORD=n FIELD=f VALUE='v'
      *> REASON=r - so the multi-character delimiters peel the four
    IF WS-REJECT-IN-STATUS NOT = '00'
       DISPLAY "REPAIR: cannot open "
               FUNCTION TRIM(WS-REJECT-IN-NAME)
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
      *> may be a different field than the reject line named.
REPAIR-ONE-RECORD.
    MOVE 'N' TO WS-RECORD-DONE
    MOVE 0 TO WS-COR-COUNT
    MOVE CUSTOMER-RECORD(1:9) TO WS-COR-CUST-ID
    MOVE WS-REJ-FIELD(WS-REJ-IDX) TO WS-FAIL-FIELD
    MOVE WS-REJ-VALUE(WS-REJ-IDX) TO WS-FAIL-VALUE
    MOVE WS-REJ-REASON(WS-REJ-IDX) TO WS-FAIL-REASON
             MOVE 'Y' TO WS-RECORD-DONE
             ADD 1 TO WS-SKIPPED-COUNT
          WHEN OTHER
             PERFORM CAPTURE-ORIGINAL-VALUE
             PERFORM APPLY-CORRECTED-VALUE
             IF WS-COR-APPLIED = 'Y'
                PERFORM NOTE-SESSION-CORRECTION
             END-IF
             PERFORM REVALIDATE-CUSTOMER-RECORD
             IF WS-RECORD-VALID = 'Y'
                MOVE 'Y' TO WS-RECORD-DONE
                IF WS-COR-COUNT > 0
                   PERFORM SUBMIT-RECORD-CORRECTIONS
                   ADD 1 TO WS-REPAIRED-COUNT
                ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
                END-IF
             END-IF
       END-EVALUATE
    END-PERFORM.

      *> The failing field's value as the record holds it right now,
      *> before the keyed value lands. A BALANCE that failed the sign
      *> check has no decimal reading, so its packed bytes are kept
      *> as hex - what the auditor needs to see it was not a number.
CAPTURE-ORIGINAL-VALUE.
    MOVE SPACES TO WS-COR-ORIG-HOLD
    EVALUATE WS-FAIL-FIELD
       WHEN 'CUST-ID'
          MOVE CUSTOMER-RECORD(1:9) TO WS-COR-ORIG-HOLD
       WHEN 'BIRTH-YYYYMMDD'
          MOVE CUSTOMER-RECORD(30:8) TO WS-COR-ORIG-HOLD
       WHEN 'BALANCE'
          MOVE "X'" TO WS-COR-ORIG-HOLD(1:2)
          PERFORM VARYING WS-BAL-HEX-IDX FROM 1 BY 1
                  UNTIL WS-BAL-HEX-IDX > 6
             MOVE BALANCE-SIGN-AREA(WS-BAL-HEX-IDX:1) TO WS-HEX-IN-BYTE
             PERFORM ENCODE-BYTE-TO-HEX
             MOVE WS-HEX-OUT
                  TO WS-COR-ORIG-HOLD(WS-BAL-HEX-IDX * 2 + 1:2)
          END-PERFORM
          MOVE "'" TO WS-COR-ORIG-HOLD(15:1)
       WHEN 'CUST-NAME'
          MOVE CUST-NAME TO WS-COR-ORIG-HOLD
       WHEN 'PHONE-NUMBER'
          MOVE PHONE-NUMBER TO WS-COR-ORIG-HOLD
       WHEN 'EMAIL'
          MOVE EMAIL TO WS-COR-ORIG-HOLD
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

NOTE-SESSION-CORRECTION.
    MOVE 'N' TO WS-COR-FOUND
    PERFORM VARYING WS-COR-IDX FROM 1 BY 1
            UNTIL WS-COR-IDX > WS-COR-COUNT
       IF WS-COR-FIELD(WS-COR-IDX) = WS-FAIL-FIELD
          MOVE WS-SCR-CORRECTED TO WS-COR-CORRECTED(WS-COR-IDX)
          MOVE 'Y' TO WS-COR-FOUND
       END-IF
    END-PERFORM
    IF WS-COR-FOUND = 'N' AND WS-COR-COUNT < 10
       ADD 1 TO WS-COR-COUNT
       MOVE WS-FAIL-FIELD TO WS-COR-FIELD(WS-COR-COUNT)
       MOVE WS-COR-ORIG-HOLD TO WS-COR-ORIGINAL(WS-COR-COUNT)
       MOVE WS-SCR-CORRECTED TO WS-COR-CORRECTED(WS-COR-COUNT)
    END-IF.

      *> One pending line per corrected field, all stamped with the
      *> same submission time so the checker run can regroup them.
SUBMIT-RECORD-CORRECTIONS.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    OPEN EXTEND PENDING-FILE
    IF WS-PENDING-FILE-STATUS NOT = '00'
       OPEN OUTPUT PENDING-FILE
    END-IF
    PERFORM VARYING WS-COR-IDX FROM 1 BY 1
            UNTIL WS-COR-IDX > WS-COR-COUNT
       MOVE SPACES TO REPAIR-PENDING-REC
       MOVE "PENDING" TO PR-STATUS
       MOVE WS-RECORD-COUNT TO PR-RECORD-NUMBER
       MOVE WS-COR-CUST-ID TO PR-CUST-ID
       MOVE WS-COR-FIELD(WS-COR-IDX) TO PR-FIELD-NAME
       MOVE WS-COR-ORIGINAL(WS-COR-IDX) TO PR-ORIGINAL-VALUE
       MOVE WS-COR-CORRECTED(WS-COR-IDX) TO PR-CORRECTED-VALUE
       MOVE RP-OPERATOR-ID TO PR-MAKER-ID
       MOVE WS-NOW-TS TO PR-SUBMITTED-TS
       WRITE PENDING-LINE FROM REPAIR-PENDING-REC

       MOVE SPACES TO REPAIR-AUDIT-REC
       MOVE WS-NOW-TS TO RA-ACTION-TS
       MOVE "SUBMITTED" TO RA-ACTION
       MOVE RP-OPERATOR-ID TO RA-OPERATOR-ID
       MOVE WS-RECORD-COUNT TO RA-RECORD-NUMBER
       MOVE WS-COR-CUST-ID TO RA-CUST-ID
       MOVE WS-COR-FIELD(WS-COR-IDX) TO RA-FIELD-NAME
       MOVE WS-COR-ORIGINAL(WS-COR-IDX) TO RA-ORIGINAL-VALUE
       MOVE WS-COR-CORRECTED(WS-COR-IDX) TO RA-CORRECTED-VALUE
       MOVE RP-OPERATOR-ID TO RA-MAKER-ID
       WRITE AUDIT-LINE FROM REPAIR-AUDIT-REC
    END-PERFORM
    CLOSE PENDING-FILE.

      *> A record whose corrections already wait on a checker is left
      *> alone - a second set would race the first to the replay.
CHECK-ALREADY-PENDING.
    MOVE 'N' TO WS-ALREADY-PENDING
    PERFORM VARYING WS-PND-IDX FROM 1 BY 1
            UNTIL WS-PND-IDX > WS-PND-COUNT
       IF WS-PND-RECORD-NO(WS-PND-IDX) = WS-RECORD-COUNT
          AND WS-PND-CUST-ID(WS-PND-IDX) = CUSTOMER-RECORD(1:9)
          MOVE 'Y' TO WS-ALREADY-PENDING
       END-IF
    END-PERFORM.

OPEN-AUDIT-FILE.
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = '00'
       OPEN OUTPUT AUDIT-FILE
    END-IF.

LOAD-PENDING-TABLE.
    MOVE 0 TO WS-PND-COUNT
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-FILE-STATUS = '00'
       MOVE 'N' TO WS-PND-EOF
       PERFORM UNTIL WS-PND-EOF = 'Y'
          READ PENDING-FILE
             AT END
                MOVE 'Y' TO WS-PND-EOF
             NOT AT END
                IF PENDING-LINE NOT = SPACES
                   PERFORM LOAD-ONE-PENDING-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE PENDING-FILE
    END-IF.

LOAD-ONE-PENDING-LINE.
    IF WS-PND-COUNT >= 2000
       DISPLAY "REPAIR: more than 2000 corrections in "
               FUNCTION TRIM(WS-PENDING-FILE-NAME)
               " - approve or decline the backlog before keying more."
       CLOSE PENDING-FILE
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE PENDING-LINE TO REPAIR-PENDING-REC
    ADD 1 TO WS-PND-COUNT
    MOVE PR-STATUS TO WS-PND-STATUS(WS-PND-COUNT)
    MOVE PR-RECORD-NUMBER TO WS-PND-RECORD-NO(WS-PND-COUNT)
    MOVE PR-CUST-ID TO WS-PND-CUST-ID(WS-PND-COUNT)
    MOVE PR-FIELD-NAME TO WS-PND-FIELD(WS-PND-COUNT)
    MOVE PR-ORIGINAL-VALUE TO WS-PND-ORIGINAL(WS-PND-COUNT)
    MOVE PR-CORRECTED-VALUE TO WS-PND-CORRECTED(WS-PND-COUNT)
    MOVE PR-MAKER-ID TO WS-PND-MAKER(WS-PND-COUNT)
    MOVE PR-SUBMITTED-TS TO WS-PND-SUBMITTED-TS(WS-PND-COUNT)
    MOVE PR-CHECKER-ID TO WS-PND-CHECKER(WS-PND-COUNT)
    MOVE PR-DECIDED-TS TO WS-PND-DECIDED-TS(WS-PND-COUNT)
    MOVE 'N' TO WS-PND-GROUP-DONE(WS-PND-COUNT)
    MOVE 'N' TO WS-PND-SETTLED(WS-PND-COUNT).

      *> Checker run. The keyer of a correction never sees it here -
      *> it is counted and left for someone else. Decisions are
      *> audited as they are made; the sets they complete are then
      *> settled and the approved ones replayed.
APPROVE-PENDING-REPAIRS.
    IF WS-PND-COUNT = 0
       DISPLAY "REPAIR: no corrections awaiting approval in "
               FUNCTION TRIM(WS-PENDING-FILE-NAME) "."
    ELSE
       PERFORM OPEN-AUDIT-FILE
       PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-PND-COUNT
                  OR WS-SESSION-DONE = 'Y'
          IF WS-PND-STATUS(WS-PND-IDX) = 'PENDING'
             IF WS-PND-MAKER(WS-PND-IDX) = RP-OPERATOR-ID
                ADD 1 TO WS-OWN-COUNT
             ELSE
                PERFORM DECIDE-ONE-CORRECTION
             END-IF
          END-IF
       END-PERFORM
       PERFORM SETTLE-DECIDED-SETS
       IF WS-RPL-COUNT > 0
          PERFORM REPLAY-APPROVED-RECORDS
       END-IF
       PERFORM REWRITE-PENDING-FILE
       CLOSE AUDIT-FILE
       DISPLAY "REPAIR: " WS-APPROVED-COUNT " correction(s) approved, "
               WS-DECLINED-COUNT " declined; " WS-REPLAYED-COUNT
               " record(s) replayed, " WS-NOT-REPLAYED-COUNT
               " not replayed."
       IF WS-OWN-COUNT > 0
          DISPLAY "REPAIR: " WS-OWN-COUNT " correction(s) keyed by "
                  FUNCTION TRIM(RP-OPERATOR-ID)
                  " left for a different operator to approve."
       END-IF
    END-IF.

DECIDE-ONE-CORRECTION.
    MOVE WS-PND-RECORD-NO(WS-PND-IDX) TO WS-APR-RECORD-NO
    MOVE WS-PND-CUST-ID(WS-PND-IDX) TO WS-APR-CUST-ID
    MOVE WS-PND-FIELD(WS-PND-IDX) TO WS-APR-FIELD
    MOVE WS-PND-ORIGINAL(WS-PND-IDX) TO WS-APR-ORIGINAL
    MOVE WS-PND-CORRECTED(WS-PND-IDX) TO WS-APR-CORRECTED
    MOVE WS-PND-MAKER(WS-PND-IDX) TO WS-APR-MAKER
    MOVE WS-PND-SUBMITTED-TS(WS-PND-IDX) TO WS-APR-SUBMITTED-TS
    MOVE SPACE TO WS-APR-CMD
    DISPLAY APPROVAL-SCREEN
    ACCEPT APPROVAL-SCREEN
    EVALUATE FUNCTION UPPER-CASE(WS-APR-CMD)
       WHEN 'A'
          MOVE "APPROVED" TO WS-PND-STATUS(WS-PND-IDX)
          MOVE "APPROVED" TO WS-AUD-ACTION
          PERFORM RECORD-CHECKER-DECISION
          ADD 1 TO WS-APPROVED-COUNT
       WHEN 'D'
          MOVE "DECLINED" TO WS-PND-STATUS(WS-PND-IDX)
          MOVE "DECLINED" TO WS-AUD-ACTION
          PERFORM RECORD-CHECKER-DECISION
          ADD 1 TO WS-DECLINED-COUNT
       WHEN 'Q'
          MOVE 'Y' TO WS-SESSION-DONE
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

RECORD-CHECKER-DECISION.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    MOVE RP-OPERATOR-ID TO WS-PND-CHECKER(WS-PND-IDX)
    MOVE WS-NOW-TS TO WS-PND-DECIDED-TS(WS-PND-IDX)
    MOVE WS-PND-IDX TO WS-PND-J
    MOVE SPACES TO WS-AUD-NOTE
    PERFORM WRITE-PENDING-AUDIT-LINE.

      *> A set is judged once: any DECLINED line sinks it, any line
      *> still PENDING holds it (its APPROVED lines stay on file as
      *> approved), and an all-APPROVED set is queued for replay.
SETTLE-DECIDED-SETS.
    PERFORM VARYING WS-PND-LEAD FROM 1 BY 1
            UNTIL WS-PND-LEAD > WS-PND-COUNT
       IF WS-PND-GROUP-DONE(WS-PND-LEAD) = 'N'
          MOVE 0 TO WS-GRP-PENDING WS-GRP-DECLINED
          PERFORM VARYING WS-PND-J FROM WS-PND-LEAD BY 1
                  UNTIL WS-PND-J > WS-PND-COUNT
             PERFORM TEST-SAME-SET
             IF WS-GROUP-MATCH = 'Y'
                MOVE 'Y' TO WS-PND-GROUP-DONE(WS-PND-J)
                EVALUATE WS-PND-STATUS(WS-PND-J)
                   WHEN 'PENDING'
                      ADD 1 TO WS-GRP-PENDING
                   WHEN 'DECLINED'
                      ADD 1 TO WS-GRP-DECLINED
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
             END-IF
          END-PERFORM
          EVALUATE TRUE
             WHEN WS-GRP-DECLINED > 0
                ADD 1 TO WS-NOT-REPLAYED-COUNT
                PERFORM SINK-DECLINED-SET
             WHEN WS-GRP-PENDING > 0
                CONTINUE
             WHEN OTHER
                PERFORM QUEUE-SET-FOR-REPLAY
          END-EVALUATE
       END-IF
    END-PERFORM.

TEST-SAME-SET.
    IF WS-PND-RECORD-NO(WS-PND-J) = WS-PND-RECORD-NO(WS-PND-LEAD)
       AND WS-PND-MAKER(WS-PND-J) = WS-PND-MAKER(WS-PND-LEAD)
       AND WS-PND-SUBMITTED-TS(WS-PND-J)
           = WS-PND-SUBMITTED-TS(WS-PND-LEAD)
       MOVE 'Y' TO WS-GROUP-MATCH
    ELSE
       MOVE 'N' TO WS-GROUP-MATCH
    END-IF.

      *> The declined line was audited when it was declined; its
      *> set-mates are audited NOT-REPLAYED so each correction's
      *> story ends on the trail.
SINK-DECLINED-SET.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    PERFORM VARYING WS-PND-J FROM WS-PND-LEAD BY 1
            UNTIL WS-PND-J > WS-PND-COUNT
       PERFORM TEST-SAME-SET
       IF WS-GROUP-MATCH = 'Y'
          MOVE 'Y' TO WS-PND-SETTLED(WS-PND-J)
          IF WS-PND-STATUS(WS-PND-J) NOT = 'DECLINED'
             MOVE "NOT-REPLAYED" TO WS-AUD-ACTION
             MOVE "ANOTHER CORRECTION TO RECORD DECLINED"
                  TO WS-AUD-NOTE
             PERFORM WRITE-PENDING-AUDIT-LINE
          END-IF
       END-IF
    END-PERFORM.

      *> Insertion into record-number order.
QUEUE-SET-FOR-REPLAY.
    MOVE WS-RPL-COUNT TO WS-RPL-POS
    PERFORM UNTIL WS-RPL-POS = 0
               OR WS-RPL-RECORD-NO(WS-RPL-POS)
                  <= WS-PND-RECORD-NO(WS-PND-LEAD)
       MOVE WS-RPL-ENTRY(WS-RPL-POS) TO WS-RPL-ENTRY(WS-RPL-POS + 1)
       SUBTRACT 1 FROM WS-RPL-POS
    END-PERFORM
    ADD 1 TO WS-RPL-POS
    MOVE WS-PND-RECORD-NO(WS-PND-LEAD) TO WS-RPL-RECORD-NO(WS-RPL-POS)
    MOVE WS-PND-LEAD TO WS-RPL-PND-IDX(WS-RPL-POS)
    ADD 1 TO WS-RPL-COUNT.

      *> Same forward pass and HDR/TRL-blind numbering as the maker
      *> run, so RECORD-NUMBER lands on the same extract record.
REPLAY-APPROVED-RECORDS.
    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "REPAIR" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-REPAIR" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT
    OPEN EXTEND INSERT-FILE
    IF WS-INSERT-FILE-STATUS NOT = '00'
       OPEN OUTPUT INSERT-FILE
    END-IF
    MOVE 'N' TO WS-EOF
    MOVE 0 TO WS-RECORD-COUNT
    MOVE 1 TO WS-RPL-IDX
    OPEN INPUT CUSTOMER-FILE
    PERFORM UNTIL WS-EOF = 'Y' OR WS-RPL-IDX > WS-RPL-COUNT
       READ CUSTOMER-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             IF CUSTOMER-RECORD(1:3) = 'HDR'
                OR CUSTOMER-RECORD(1:3) = 'TRL'
                CONTINUE
             ELSE
                ADD 1 TO WS-RECORD-COUNT
                MOVE CUSTOMER-RECORD TO WS-RPL-SAVED-RECORD
                PERFORM UNTIL WS-RPL-IDX > WS-RPL-COUNT
                           OR WS-RPL-RECORD-NO(WS-RPL-IDX)
                              NOT = WS-RECORD-COUNT
                   MOVE WS-RPL-SAVED-RECORD TO CUSTOMER-RECORD
                   PERFORM REPLAY-ONE-SET
                   ADD 1 TO WS-RPL-IDX
                END-PERFORM
             END-IF
       END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    CLOSE INSERT-FILE
    PERFORM UNTIL WS-RPL-IDX > WS-RPL-COUNT
       MOVE WS-RPL-PND-IDX(WS-RPL-IDX) TO WS-PND-LEAD
       MOVE "NOT-REPLAYED" TO WS-AUD-ACTION
       MOVE "RECORD NUMBER NOT IN EXTRACT" TO WS-AUD-NOTE
       PERFORM CLOSE-REPLAYED-SET
       ADD 1 TO WS-NOT-REPLAYED-COUNT
       ADD 1 TO WS-RPL-IDX
    END-PERFORM
    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-RPL-COUNT TO CRL-RECORDS-READ
    MOVE WS-REPLAYED-COUNT TO CRL-RECORDS-LOADED
    COMPUTE CRL-RECORDS-REJECTED = WS-RPL-COUNT - WS-REPLAYED-COUNT
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG.

      *> The approved values go back through the maker's own apply
      *> and revalidate paragraphs - what replays is exactly what the
      *> checker saw, and it still has to pass.
REPLAY-ONE-SET.
    MOVE WS-RPL-PND-IDX(WS-RPL-IDX) TO WS-PND-LEAD
    IF CUSTOMER-RECORD(1:9) NOT = WS-PND-CUST-ID(WS-PND-LEAD)
       MOVE "NOT-REPLAYED" TO WS-AUD-ACTION
       MOVE "EXTRACT RECORD NOW HOLDS ANOTHER CUST-ID"
            TO WS-AUD-NOTE
       ADD 1 TO WS-NOT-REPLAYED-COUNT
    ELSE
       PERFORM VARYING WS-PND-J FROM WS-PND-LEAD BY 1
               UNTIL WS-PND-J > WS-PND-COUNT
          PERFORM TEST-SAME-SET
          IF WS-GROUP-MATCH = 'Y'
             MOVE WS-PND-FIELD(WS-PND-J) TO WS-FAIL-FIELD
             MOVE WS-PND-CORRECTED(WS-PND-J) TO WS-SCR-CORRECTED
             PERFORM APPLY-CORRECTED-VALUE
          END-IF
       END-PERFORM
       PERFORM REVALIDATE-CUSTOMER-RECORD
       IF WS-RECORD-VALID = 'Y'
          PERFORM REPLAY-CUSTOMER-INSERT
          MOVE "REPLAYED" TO WS-AUD-ACTION
          MOVE SPACES TO WS-AUD-NOTE
          STRING "RUN " DELIMITED BY SIZE
                 FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
                 INTO WS-AUD-NOTE
          END-STRING
          ADD 1 TO WS-REPLAYED-COUNT
       ELSE
          MOVE "NOT-REPLAYED" TO WS-AUD-ACTION
          MOVE SPACES TO WS-AUD-NOTE
          STRING "STILL FAILS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-FAIL-FIELD) DELIMITED BY SIZE
                 INTO WS-AUD-NOTE
          END-STRING
          ADD 1 TO WS-NOT-REPLAYED-COUNT
       END-IF
    END-IF
    PERFORM CLOSE-REPLAYED-SET.

CLOSE-REPLAYED-SET.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
    PERFORM VARYING WS-PND-J FROM WS-PND-LEAD BY 1
            UNTIL WS-PND-J > WS-PND-COUNT
       PERFORM TEST-SAME-SET
       IF WS-GROUP-MATCH = 'Y'
          MOVE 'Y' TO WS-PND-SETTLED(WS-PND-J)
          PERFORM WRITE-PENDING-AUDIT-LINE
       END-IF
    END-PERFORM.

      *> Audit line for pending entry WS-PND-J, stamped with this
      *> run's operator, WS-AUD-ACTION and WS-AUD-NOTE.
WRITE-PENDING-AUDIT-LINE.
    MOVE SPACES TO REPAIR-AUDIT-REC
    MOVE FUNCTION CURRENT-DATE(1:14) TO RA-ACTION-TS
    MOVE WS-AUD-ACTION TO RA-ACTION
    MOVE RP-OPERATOR-ID TO RA-OPERATOR-ID
    MOVE WS-PND-RECORD-NO(WS-PND-J) TO RA-RECORD-NUMBER
    MOVE WS-PND-CUST-ID(WS-PND-J) TO RA-CUST-ID
    MOVE WS-PND-FIELD(WS-PND-J) TO RA-FIELD-NAME
    MOVE WS-PND-ORIGINAL(WS-PND-J) TO RA-ORIGINAL-VALUE
    MOVE WS-PND-CORRECTED(WS-PND-J) TO RA-CORRECTED-VALUE
    MOVE WS-PND-MAKER(WS-PND-J) TO RA-MAKER-ID
    MOVE WS-AUD-NOTE TO RA-NOTE
    WRITE AUDIT-LINE FROM REPAIR-AUDIT-REC.

      *> What is left - undecided lines, and approved lines whose
      *> set-mates are undecided - is the new pending file.
REWRITE-PENDING-FILE.
    OPEN OUTPUT PENDING-FILE
    PERFORM VARYING WS-PND-J FROM 1 BY 1
            UNTIL WS-PND-J > WS-PND-COUNT
       IF WS-PND-SETTLED(WS-PND-J) = 'N'
          MOVE SPACES TO REPAIR-PENDING-REC
          MOVE WS-PND-STATUS(WS-PND-J) TO PR-STATUS
          MOVE WS-PND-RECORD-NO(WS-PND-J) TO PR-RECORD-NUMBER
          MOVE WS-PND-CUST-ID(WS-PND-J) TO PR-CUST-ID
          MOVE WS-PND-FIELD(WS-PND-J) TO PR-FIELD-NAME
          MOVE WS-PND-ORIGINAL(WS-PND-J) TO PR-ORIGINAL-VALUE
          MOVE WS-PND-CORRECTED(WS-PND-J) TO PR-CORRECTED-VALUE
          MOVE WS-PND-MAKER(WS-PND-J) TO PR-MAKER-ID
          MOVE WS-PND-SUBMITTED-TS(WS-PND-J) TO PR-SUBMITTED-TS
          MOVE WS-PND-CHECKER(WS-PND-J) TO PR-CHECKER-ID
          MOVE WS-PND-DECIDED-TS(WS-PND-J) TO PR-DECIDED-TS
          WRITE PENDING-LINE FROM REPAIR-PENDING-REC
       END-IF
    END-PERFORM
    CLOSE PENDING-FILE.

      *> Keyed text lands back in the record's own PICTURE. BALANCE is
      *> the one transform: the operator keys a plain signed decimal
      *> and the numeric MOVE repacks it into COMP-3, the same way
      *> RTEXPORT rebuilds the field from MySQL text.
APPLY-CORRECTED-VALUE.
    MOVE 'Y' TO WS-COR-APPLIED
    EVALUATE WS-FAIL-FIELD
       WHEN 'CUST-ID'
          MOVE WS-SCR-CORRECTED(1:9) TO CUST-ID
             COMPUTE WS-BALANCE-WORK =
                     FUNCTION NUMVAL(FUNCTION TRIM(WS-SCR-CORRECTED))
             MOVE WS-BALANCE-WORK TO BALANCE
          ELSE
             MOVE 'N' TO WS-COR-APPLIED
          END-IF
       WHEN 'CUST-NAME'
          MOVE WS-SCR-CORRECTED(1:20) TO CUST-NAME
       WHEN 'EMAIL'
          MOVE WS-SCR-CORRECTED(1:25) TO EMAIL
       WHEN OTHER
          MOVE 'N' TO WS-COR-APPLIED
    END-EVALUATE.

      *> The same checks CUSTLOAD's VALIDATE-CUSTOMER-FIELDS applies,

      *> Same INSERT CUSTLOAD's EMIT-CUSTOMER-INSERT writes (both
      *> RP-CONTACT-COMPOSITE shapes), appended to the load output so
      *> the repaired row applies with the rest of the batch. The
      *> normalized contact columns come from the same CONTACTLIB
      *> pass and Config/CONTACT_RULES.cfg CUSTLOAD uses.
REPLAY-CUSTOMER-INSERT.
    MOVE WS-RECORD-COUNT TO WS-LIN-RECORD-NO
    PERFORM BUILD-LINEAGE-VALUES
    MOVE CUST-NAME TO WS-EBCDIC-TEXT
    PERFORM CONVERT-EBCDIC-TO-ASCII
    MOVE WS-EBCDIC-TEXT TO WS-CUST-NAME-OUT
    MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-CONTACT-INFO-ESC
    MOVE WS-ESC-OUT-LEN TO WS-CONTACT-INFO-ESC-LEN

    MOVE PHONE-NUMBER TO WS-CTC-PHONE-IN
    MOVE EMAIL TO WS-CTC-EMAIL-IN
    PERFORM STANDARDIZE-CONTACT
    MOVE SPACES TO WS-PHONE-STD-ESC
    IF WS-CTC-PHONE-STD NOT = SPACES
       MOVE FUNCTION TRIM(WS-CTC-PHONE-STD) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CTC-PHONE-STD))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-SQL
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-PHONE-STD-ESC
    END-IF
    MOVE SPACES TO WS-EMAIL-STD-ESC
    IF WS-CTC-EMAIL-STD NOT = SPACES
       MOVE FUNCTION TRIM(WS-CTC-EMAIL-STD) TO WS-ESC-IN
       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CTC-EMAIL-STD))
            TO WS-ESC-LEN
       PERFORM ESCAPE-FOR-SQL
       MOVE WS-ESC-OUT(1:WS-ESC-OUT-LEN) TO WS-EMAIL-STD-ESC
    END-IF

    IF RP-CONTACT-COMPOSITE = 'Y'
       MOVE SPACES TO WS-OUT-LINE
       STRING "INSERT INTO CUSTOMER "
              "(CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, "
              "PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, "
              "EMAIL_STD, EMAIL_QUALITY, CONTACT_INFO, FLAG_A, FLAG_B" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES (" DELIMITED BY SIZE
              CUST-ID DELIMITED BY SIZE
              ", '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUST-NAME-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CTC-PHONE-GRADE) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CTC-EMAIL-GRADE) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-CONTACT-INFO-ESC(1:WS-CONTACT-INFO-ESC-LEN)
                   DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
              ");" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       MOVE SPACES TO WS-OUT-LINE
       STRING "INSERT INTO CUSTOMER "
              "(CUST_ID, CUST_NAME, BIRTH_DATE, BALANCE, "
              "PHONE_NUMBER, EMAIL, PHONE_NUMBER_STD, PHONE_QUALITY, "
              "EMAIL_STD, EMAIL_QUALITY, FLAG_A, FLAG_B" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-COLUMNS) DELIMITED BY SIZE
              ") VALUES (" DELIMITED BY SIZE
              CUST-ID DELIMITED BY SIZE
              ", '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUST-NAME-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-PHONE-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CTC-PHONE-GRADE) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-EMAIL-STD-ESC) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CTC-EMAIL-GRADE) DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-A-HEX DELIMITED BY SIZE
              "', '" DELIMITED BY SIZE
              WS-FLAG-B-HEX DELIMITED BY SIZE
              "'" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LIN-VALUES) DELIMITED BY SIZE
              ");" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
COPY "EBCDICLIB.cpy".
COPY "HEXLIB.cpy".
COPY "ESCLIB.cpy".
COPY "LOCKLIB.cpy".
COPY "CONTACTLIB.cpy".
COPY "RUNLOGLIB.cpy".
COPY "LINEAGELIB.cpy".
COPY "LINEAGESQL.cpy".
