      *> SEQAUDIT - ORDER-ID / INV-ID sequence continuity audit. The
      *> mainframe issues both numbers sequentially, but nothing on
      *> this side ever checked that a number was not skipped, issued
      *> twice, or slipped in late - and external audit asks every
      *> year for proof of invoice number continuity. Run nightly per
      *> feed against tonight's extract, this keeps a persistent
      *> ledger per feed and reports:
      *>   - REISSUED: a number loaded on an earlier night that was
      *>     absent last night and is back tonight. ORDERS and INVOICE
      *>     are full reloads, so a number present night after night
      *>     is simply still on file; one that dropped out and came
      *>     back has been handed out again.
      *>   - LATE: a number never seen before arriving below the
      *>     high-water mark - it fills (part of) a gap.
      *>   - DUPLICATE: a number twice in tonight's extract.
      *>   - every OPEN gap below the high-water mark, with the date
      *>     it was first seen open and its age in days. A gap stays
      *>     on the report every night until a later extract fills it
      *>     or an analyst voids it; the night it fills it is listed
      *>     under GAPS CLOSED TONIGHT.
      *>   - every VOIDED range, with who voided it, when, and why.
      *>
      *> The ledger, Output/<FEED>_SEQ_LEDGER.txt, is pipe-delimited
      *> and rewritten at the end of every run:
      *>   HWM|<high-water mark>|<date it was raised>
      *>   ISSUED|<from>|<to>        every number ever loaded
      *>   LAST|<from>|<to>          the numbers on last night's extract
      *>   VOID|<from>|<to>|<date>|<operator>|<reason>
      *>   GAP|<from>|<to>|<date first seen open>
      *> Numbers are held as ranges, so a feed that behaves costs a
      *> handful of lines however many numbers it has issued. The
      *> first night with no ledger starts it at tonight's lowest
      *> number. HOUSEKEEP archives the ledger copy-only - it is the
      *> audit trail and must survive the night.
      *>
      *> VOID= is the analyst's side: a range (or a single number)
      *> that lies wholly inside one open gap is marked VOIDED - a
      *> number cancelled at source that will never arrive. It drops
      *> off the open-gap list and is reported as voided from then
      *> on; should a voided number ever arrive after all, it is
      *> reported LATE with the void noted. A void run changes the
      *> ledger only; OPERATOR= and REASON= are required, because the
      *> ledger must say who closed the gap and why. Both modes take
      *> the feed's SEQAUDIT run lock.
      *>
      *> Tonight's numbers are held in a bounded in-memory table, as
      *> BILLCHK holds its orders, and kept in ascending order as
      *> they are read: the mainframe issues them in sequence and
      *> the extracts arrive close to it, so each insert rarely moves
      *> far. Control records (HDR/TRL) are skipped; a key that is
      *> not eight digits is counted and left to the loader's reject
      *> report.
      *>
      *> Findings are the report's business, not a failure: the step
      *> exits 0 with findings, 4 when tonight's extract held no
      *> numbers at all (the ledger is left as it was - an empty
      *> extract must not make tomorrow's whole file look reissued),
      *> 8 on a parameter, file or table-capacity error (the ledger is
      *> then not rewritten).
      *>
      *> RECFM=VB reads the extract as RDW-prefixed variable records
      *> (RDWLIB.cpy).
      *>
      *> Command line: FEED=ORDER|INVOICE
      *>               [BUSDATE=YYYYMMDD] [OPERATOR=xxx] [RECFM=VB]
      *>               FEED=ORDER|INVOICE VOID=nnnnnnnn[-nnnnnnnn]
      *>               OPERATOR=xxx REASON=xxx [BUSDATE=YYYYMMDD]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SEQAUDIT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.
    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ORDER-FILE.
    COPY "sample_redefines.cpy".
01  ORDER-RAW-VIEW REDEFINES ORDER-RECORD PIC X(15).

FD  INVOICE-FILE.
    COPY "sample_occurs_depends.cpy".
      *> Whole-record view (a REDEFINES is not allowed against an
      *> OCCURS DEPENDING ON record - same device as INVCLOAD's).
01  INVOICE-RAW-VIEW             PIC X(200).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  LEDGER-FILE.
01  LEDGER-REC                   PIC X(120).

FD  REPORT-FILE.
01  REPORT-REC                   PIC X(132).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".
COPY "RDWWS.cpy".
COPY "LOCKWS.cpy".

01  WS-INPUT-FILE                PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-LEDGER-FILE-NAME          PIC X(80).
01  WS-LEDGER-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80).
01  WS-FEED-NAME                 PIC X(10) VALUE SPACES.
01  WS-KEY-LABEL                 PIC X(10) VALUE SPACES.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.
01  WS-READ-FAILED               PIC X(1) VALUE 'N'.
01  WS-FEED-COPY-LEN             PIC 9(5) VALUE 0.

      *> One record's leading bytes as read tonight, and its number.
01  WS-THIS-IMAGE                PIC X(20).
01  WS-THIS-ID                   PIC 9(8).

      *> VOID= mode: the range to void and the analyst's reason.
01  WS-VOID-MODE                 PIC X(1) VALUE 'N'.
01  WS-VOID-ARG                  PIC X(20) VALUE SPACES.
01  WS-VOID-FROM-TEXT            PIC X(10).
01  WS-VOID-TO-TEXT              PIC X(10).
01  WS-VOID-FROM                 PIC 9(8) VALUE 0.
01  WS-VOID-TO                   PIC 9(8) VALUE 0.
01  WS-VOID-REASON               PIC X(30) VALUE SPACES.
01  WS-VOID-GAP-IDX              PIC 9(5) VALUE 0.

      *> The ledger as read: 'N' no ledger yet (first audited night),
      *> 'Y' read.
01  WS-LEDGER-STATE              PIC X(1) VALUE 'N'.
01  WS-LEDGER-EOF                PIC X(1).
01  WS-LG-TYPE                   PIC X(8).
01  WS-LG-F1                     PIC X(10).
01  WS-LG-F2                     PIC X(10).
01  WS-LG-F3                     PIC X(10).
01  WS-LG-F4                     PIC X(10).
01  WS-LG-F5                     PIC X(30).
01  WS-HWM                       PIC 9(8) VALUE 0.
01  WS-HWM-DATE                  PIC X(8) VALUE SPACES.
01  WS-OLD-HWM                   PIC 9(8) VALUE 0.
01  WS-OLD-HWM-DATE              PIC X(8) VALUE SPACES.

      *> Range tables, each in ascending order with no two entries
      *> touching: ISSUED and LAST off the ledger, TONIGHT built from
      *> tonight's numbers, MERGED the work table ISSUED is rebuilt
      *> through.
01  WS-ISS-COUNT                 PIC 9(5) VALUE 0.
01  WS-ISS-TABLE.
    05  WS-ISS-ENTRY OCCURS 20000 TIMES.
        10  WS-ISS-FROM          PIC 9(8).
        10  WS-ISS-TO            PIC 9(8).
01  WS-LST-COUNT                 PIC 9(5) VALUE 0.
01  WS-LST-TABLE.
    05  WS-LST-ENTRY OCCURS 20000 TIMES.
        10  WS-LST-FROM          PIC 9(8).
        10  WS-LST-TO            PIC 9(8).
01  WS-TNR-COUNT                 PIC 9(5) VALUE 0.
01  WS-TNR-TABLE.
    05  WS-TNR-ENTRY OCCURS 20000 TIMES.
        10  WS-TNR-FROM          PIC 9(8).
        10  WS-TNR-TO            PIC 9(8).
01  WS-MRG-COUNT                 PIC 9(5) VALUE 0.
01  WS-MRG-TABLE.
    05  WS-MRG-ENTRY OCCURS 20000 TIMES.
        10  WS-MRG-FROM          PIC 9(8).
        10  WS-MRG-TO            PIC 9(8).
01  WS-MA-I                      PIC 9(5).
01  WS-MB-I                      PIC 9(5).
01  WS-MERGE-PICK                PIC X(1).
01  WS-PICK-FROM                 PIC 9(8).
01  WS-PICK-TO                   PIC 9(8).

      *> Analyst voids, ascending by first number.
01  WS-VOI-COUNT                 PIC 9(3) VALUE 0.
01  WS-VOI-TABLE.
    05  WS-VOI-ENTRY OCCURS 500 TIMES.
        10  WS-VOI-FROM          PIC 9(8).
        10  WS-VOI-TO            PIC 9(8).
        10  WS-VOI-DATE          PIC X(8).
        10  WS-VOI-OPERATOR      PIC X(8).
        10  WS-VOI-REASON        PIC X(30).
01  WS-VOI-I                     PIC 9(3).
01  WS-VOI-J                     PIC 9(3).

      *> Open gaps as the ledger had them, and as they stand after
      *> tonight. WS-GAP-KEPT marks an old gap still (partly) open.
01  WS-GAP-COUNT                 PIC 9(5) VALUE 0.
01  WS-GAP-TABLE.
    05  WS-GAP-ENTRY OCCURS 2000 TIMES.
        10  WS-GAP-FROM          PIC 9(8).
        10  WS-GAP-TO            PIC 9(8).
        10  WS-GAP-OPENED        PIC X(8).
        10  WS-GAP-KEPT          PIC X(1).
01  WS-GAP-I                     PIC 9(5).
01  WS-HOL-COUNT                 PIC 9(5) VALUE 0.
01  WS-HOL-TABLE.
    05  WS-HOL-ENTRY OCCURS 2000 TIMES.
        10  WS-HOL-FROM          PIC 9(8).
        10  WS-HOL-TO            PIC 9(8).
        10  WS-HOL-OPENED        PIC X(8).
        10  WS-HOL-NEW           PIC X(1).
01  WS-HOL-I                     PIC 9(5).
01  WS-NEW-HOLE-FROM             PIC 9(8).
01  WS-NEW-HOLE-TO               PIC 9(8).

      *> Tonight's numbers, ascending, repeats kept side by side.
01  WS-TON-COUNT                 PIC 9(5) VALUE 0.
01  WS-TON-TABLE.
    05  WS-TON-ID OCCURS 20000 TIMES
                                 PIC 9(8).
01  WS-TON-I                     PIC 9(5).
01  WS-TON-J                     PIC 9(5).
01  WS-PREV-ID                   PIC 9(8).
01  WS-HAVE-PREV                 PIC X(1).
01  WS-REPEAT-COUNT              PIC 9(5).

      *> Classification walk: range-table cursors that only move
      *> forward as the numbers rise, and the run of consecutive
      *> numbers of one class waiting to be written as one line.
      *> Classes: 'C' on file last night, 'N' new above the mark,
      *> 'R' reissued, 'L' late, 'V' late and voided.
01  WS-ISS-PTR                   PIC 9(5).
01  WS-LST-PTR                   PIC 9(5).
01  WS-VOI-PTR                   PIC 9(3).
01  WS-IN-ISS                    PIC X(1).
01  WS-IN-LST                    PIC X(1).
01  WS-IN-VOI                    PIC X(1).
01  WS-ID-CLASS                  PIC X(1).
01  WS-PEND-CLASS                PIC X(1) VALUE SPACE.
01  WS-PEND-FROM                 PIC 9(8).
01  WS-PEND-TO                   PIC 9(8).

01  WS-DISTINCT-COUNT            PIC 9(9) VALUE 0.
01  WS-NONNUM-COUNT              PIC 9(9) VALUE 0.
01  WS-NEW-COUNT                 PIC 9(9) VALUE 0.
01  WS-REISSUED-COUNT            PIC 9(9) VALUE 0.
01  WS-LATE-COUNT                PIC 9(9) VALUE 0.
01  WS-DUP-COUNT                 PIC 9(9) VALUE 0.
01  WS-NEW-GAP-COUNT             PIC 9(9) VALUE 0.
01  WS-CLOSED-GAP-COUNT          PIC 9(9) VALUE 0.
01  WS-GAP-NUMBERS               PIC 9(9) VALUE 0.
01  WS-VOID-NUMBERS              PIC 9(9) VALUE 0.
01  WS-RANGE-SIZE                PIC 9(9).
01  WS-AGE-DAYS                  PIC 9(6).
01  WS-AGE-DATE-NUM              PIC 9(8).

01  WS-RANGE-TEXT                PIC X(20).
01  WS-COUNT-EDIT                PIC Z(8)9.
01  WS-SUM-NAME                  PIC X(12).
01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.
01  WS-REPORT-LINE-WORK          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    PERFORM ACQUIRE-RUN-LOCK
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
       COMPUTE WS-RUN-DATE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
    END-IF

    PERFORM LOAD-LEDGER
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-LEDGER-FILE-NAME)
               " holds more ranges than this job can carry - "
               "stopping without touching it."
       PERFORM ABANDON-RUN
    END-IF
    IF WS-VOID-MODE = 'Y'
       PERFORM APPLY-ANALYST-VOID
       PERFORM RELEASE-RUN-LOCK
       STOP RUN
    END-IF

    PERFORM LOAD-TONIGHT-EXTRACT
    IF WS-READ-FAILED = 'Y'
       PERFORM ABANDON-RUN
    END-IF
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-FEED-NAME)
               " - more than 20000 records on one night - an audit "
               "missing its tail would be read as complete, stopping."
       PERFORM ABANDON-RUN
    END-IF

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADING
    IF WS-TON-COUNT = 0
       MOVE "NO NUMBERS ON TONIGHT'S EXTRACT - LEDGER LEFT UNCHANGED"
            TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
       PERFORM WRITE-REPORT-SUMMARY
       CLOSE REPORT-FILE
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-FEED-NAME)
               " - no numbers on tonight's extract, ledger unchanged."
       PERFORM RELEASE-RUN-LOCK
       MOVE 4 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM CLASSIFY-TONIGHT-NUMBERS
    PERFORM REPORT-DUPLICATE-NUMBERS
    PERFORM BUILD-TONIGHT-RANGES
    PERFORM MERGE-TONIGHT-INTO-ISSUED
    PERFORM FIND-OPEN-GAPS
    IF WS-TABLE-OVERFLOW = 'Y'
       MOVE "RANGE TABLES FULL - LEDGER NOT UPDATED, AUDIT INCOMPLETE"
            TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
       CLOSE REPORT-FILE
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-FEED-NAME)
               " - range tables full, ledger not updated."
       PERFORM ABANDON-RUN
    END-IF
    PERFORM REPORT-GAP-SECTIONS
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE REPORT-FILE

    PERFORM WRITE-LEDGER
    DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-FEED-NAME) " - "
            WS-DISTINCT-COUNT " number(s), "
            WS-REISSUED-COUNT " reissued, "
            WS-LATE-COUNT " late, "
            WS-HOL-COUNT " open gap(s) - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    PERFORM RELEASE-RUN-LOCK
    STOP RUN.

ABANDON-RUN.
    PERFORM RELEASE-RUN-LOCK
    MOVE 8 TO RETURN-CODE
    STOP RUN.

      *> FEED=, VOID= and REASON= are this job's own keys; everything
      *> else goes through the shared parameter parser.
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
          EVALUATE TRUE
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:5)) = 'FEED='
                MOVE FUNCTION UPPER-CASE(
                     FUNCTION TRIM(WS-PRM-TOKEN(6:10)))
                     TO WS-FEED-NAME
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:5)) = 'VOID='
                MOVE 'Y' TO WS-VOID-MODE
                MOVE FUNCTION TRIM(WS-PRM-TOKEN(6:20)) TO WS-VOID-ARG
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:7)) = 'REASON='
                MOVE FUNCTION UPPER-CASE(
                     FUNCTION TRIM(WS-PRM-TOKEN(8:30)))
                     TO WS-VOID-REASON
             WHEN OTHER
                PERFORM APPLY-PARM-TOKEN
          END-EVALUATE
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
    EVALUATE WS-FEED-NAME
       WHEN 'ORDER'
          MOVE "Data/ORDERS.DAT" TO WS-INPUT-FILE
          MOVE "ORDER-ID" TO WS-KEY-LABEL
       WHEN 'INVOICE'
          MOVE "Data/INVOICE.DAT" TO WS-INPUT-FILE
          MOVE "INV-ID" TO WS-KEY-LABEL
       WHEN OTHER
          DISPLAY "SEQAUDIT: FEED= must be ORDER or INVOICE."
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE
    IF WS-VOID-MODE = 'Y'
       PERFORM VALIDATE-VOID-ARGUMENTS
    END-IF
    MOVE SPACES TO WS-LEDGER-FILE-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "_SEQ_LEDGER.txt" DELIMITED BY SIZE
           INTO WS-LEDGER-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "_SEQ_AUDIT.txt" DELIMITED BY SIZE
           INTO WS-REPORT-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-LOCK-FILE-NAME
    STRING "Output/SEQAUDIT_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "_LOCK.dat" DELIMITED BY SIZE
           INTO WS-LOCK-FILE-NAME
    END-STRING.

      *> VOID=nnnnnnnn or VOID=nnnnnnnn-nnnnnnnn, eight digits each
      *> side, low number first.
VALIDATE-VOID-ARGUMENTS.
    MOVE SPACES TO WS-VOID-FROM-TEXT WS-VOID-TO-TEXT
    UNSTRING WS-VOID-ARG DELIMITED BY '-'
             INTO WS-VOID-FROM-TEXT, WS-VOID-TO-TEXT
    END-UNSTRING
    IF WS-VOID-TO-TEXT = SPACES
       MOVE WS-VOID-FROM-TEXT TO WS-VOID-TO-TEXT
    END-IF
    IF WS-VOID-FROM-TEXT(1:8) IS NOT NUMERIC
       OR WS-VOID-FROM-TEXT(9:2) NOT = SPACES
       OR WS-VOID-TO-TEXT(1:8) IS NOT NUMERIC
       OR WS-VOID-TO-TEXT(9:2) NOT = SPACES
       DISPLAY "SEQAUDIT: VOID=" FUNCTION TRIM(WS-VOID-ARG)
               " is not nnnnnnnn or nnnnnnnn-nnnnnnnn."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-VOID-FROM-TEXT(1:8) TO WS-VOID-FROM
    MOVE WS-VOID-TO-TEXT(1:8) TO WS-VOID-TO
    IF WS-VOID-TO < WS-VOID-FROM
       DISPLAY "SEQAUDIT: VOID=" FUNCTION TRIM(WS-VOID-ARG)
               " - the range runs backwards."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF RP-OPERATOR-ID = SPACES OR WS-VOID-REASON = SPACES
       DISPLAY "SEQAUDIT: OPERATOR= and REASON= are required with "
               "VOID= - the ledger must record who closed the gap "
               "and why."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

COPY "TOKENIZE.cpy".

      *> The whole ledger into its tables. No ledger is the first
      *> audited night; lines of an unknown type are ignored.
LOAD-LEDGER.
    MOVE 'N' TO WS-LEDGER-EOF
    OPEN INPUT LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS NOT = '00'
       CLOSE LEDGER-FILE
    ELSE
       MOVE 'Y' TO WS-LEDGER-STATE
       PERFORM UNTIL WS-LEDGER-EOF = 'Y'
          READ LEDGER-FILE
             AT END
                MOVE 'Y' TO WS-LEDGER-EOF
             NOT AT END
                PERFORM KEEP-LEDGER-LINE
          END-READ
       END-PERFORM
       CLOSE LEDGER-FILE
    END-IF
    MOVE WS-HWM TO WS-OLD-HWM
    MOVE WS-HWM-DATE TO WS-OLD-HWM-DATE.

KEEP-LEDGER-LINE.
    MOVE SPACES TO WS-LG-TYPE WS-LG-F1 WS-LG-F2 WS-LG-F3
                   WS-LG-F4 WS-LG-F5
    UNSTRING LEDGER-REC DELIMITED BY '|'
             INTO WS-LG-TYPE, WS-LG-F1, WS-LG-F2, WS-LG-F3,
                  WS-LG-F4, WS-LG-F5
    END-UNSTRING
    EVALUATE WS-LG-TYPE
       WHEN 'HWM'
          MOVE WS-LG-F1(1:8) TO WS-HWM
          MOVE WS-LG-F2(1:8) TO WS-HWM-DATE
       WHEN 'ISSUED'
          IF WS-ISS-COUNT < 20000
             ADD 1 TO WS-ISS-COUNT
             MOVE WS-LG-F1(1:8) TO WS-ISS-FROM(WS-ISS-COUNT)
             MOVE WS-LG-F2(1:8) TO WS-ISS-TO(WS-ISS-COUNT)
          ELSE
             MOVE 'Y' TO WS-TABLE-OVERFLOW
          END-IF
       WHEN 'LAST'
          IF WS-LST-COUNT < 20000
             ADD 1 TO WS-LST-COUNT
             MOVE WS-LG-F1(1:8) TO WS-LST-FROM(WS-LST-COUNT)
             MOVE WS-LG-F2(1:8) TO WS-LST-TO(WS-LST-COUNT)
          ELSE
             MOVE 'Y' TO WS-TABLE-OVERFLOW
          END-IF
       WHEN 'VOID'
          IF WS-VOI-COUNT < 500
             ADD 1 TO WS-VOI-COUNT
             MOVE WS-LG-F1(1:8) TO WS-VOI-FROM(WS-VOI-COUNT)
             MOVE WS-LG-F2(1:8) TO WS-VOI-TO(WS-VOI-COUNT)
             MOVE WS-LG-F3(1:8) TO WS-VOI-DATE(WS-VOI-COUNT)
             MOVE WS-LG-F4(1:8) TO WS-VOI-OPERATOR(WS-VOI-COUNT)
             MOVE WS-LG-F5 TO WS-VOI-REASON(WS-VOI-COUNT)
          ELSE
             MOVE 'Y' TO WS-TABLE-OVERFLOW
          END-IF
       WHEN 'GAP'
          IF WS-GAP-COUNT < 2000
             ADD 1 TO WS-GAP-COUNT
             MOVE WS-LG-F1(1:8) TO WS-GAP-FROM(WS-GAP-COUNT)
             MOVE WS-LG-F2(1:8) TO WS-GAP-TO(WS-GAP-COUNT)
             MOVE WS-LG-F3(1:8) TO WS-GAP-OPENED(WS-GAP-COUNT)
             MOVE 'N' TO WS-GAP-KEPT(WS-GAP-COUNT)
          ELSE
             MOVE 'Y' TO WS-TABLE-OVERFLOW
          END-IF
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

      *> The void must sit wholly inside one open gap: a number that
      *> has been issued cannot be voided, and one outside every gap
      *> is either issued or already voided. The gap it sits in is
      *> split around it, keeping the date the gap first opened.
APPLY-ANALYST-VOID.
    IF WS-LEDGER-STATE = 'N'
       DISPLAY "SEQAUDIT: no " FUNCTION TRIM(WS-LEDGER-FILE-NAME)
               " yet - nothing has been audited, nothing to void."
       PERFORM ABANDON-RUN
    END-IF
    MOVE 0 TO WS-VOID-GAP-IDX
    PERFORM VARYING WS-GAP-I FROM 1 BY 1
            UNTIL WS-GAP-I > WS-GAP-COUNT OR WS-VOID-GAP-IDX > 0
       IF WS-GAP-FROM(WS-GAP-I) <= WS-VOID-FROM
          AND WS-GAP-TO(WS-GAP-I) >= WS-VOID-TO
          MOVE WS-GAP-I TO WS-VOID-GAP-IDX
       END-IF
    END-PERFORM
    IF WS-VOID-GAP-IDX = 0
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-KEY-LABEL) " "
               WS-VOID-FROM "-" WS-VOID-TO
               " is not inside one open gap - see "
               FUNCTION TRIM(WS-REPORT-FILE-NAME)
               " for the gaps still open."
       PERFORM ABANDON-RUN
    END-IF
    IF WS-VOI-COUNT >= 500
       DISPLAY "SEQAUDIT: the ledger already holds 500 voids - "
               "no room for another."
       PERFORM ABANDON-RUN
    END-IF

    *> into the void list at its place in number order
    MOVE WS-VOI-COUNT TO WS-VOI-I
    PERFORM UNTIL WS-VOI-I = 0
       IF WS-VOI-FROM(WS-VOI-I) > WS-VOID-FROM
          MOVE WS-VOI-ENTRY(WS-VOI-I) TO WS-VOI-ENTRY(WS-VOI-I + 1)
          SUBTRACT 1 FROM WS-VOI-I
       ELSE
          EXIT PERFORM
       END-IF
    END-PERFORM
    ADD 1 TO WS-VOI-I
    ADD 1 TO WS-VOI-COUNT
    MOVE WS-VOID-FROM TO WS-VOI-FROM(WS-VOI-I)
    MOVE WS-VOID-TO TO WS-VOI-TO(WS-VOI-I)
    MOVE WS-RUN-DATE TO WS-VOI-DATE(WS-VOI-I)
    MOVE RP-OPERATOR-ID TO WS-VOI-OPERATOR(WS-VOI-I)
    MOVE WS-VOID-REASON TO WS-VOI-REASON(WS-VOI-I)

    MOVE 0 TO WS-HOL-COUNT
    PERFORM VARYING WS-GAP-I FROM 1 BY 1
            UNTIL WS-GAP-I > WS-GAP-COUNT
       IF WS-GAP-I = WS-VOID-GAP-IDX
          IF WS-GAP-FROM(WS-GAP-I) < WS-VOID-FROM
             MOVE WS-GAP-FROM(WS-GAP-I) TO WS-NEW-HOLE-FROM
             COMPUTE WS-NEW-HOLE-TO = WS-VOID-FROM - 1
             PERFORM KEEP-SPLIT-GAP
          END-IF
          IF WS-GAP-TO(WS-GAP-I) > WS-VOID-TO
             COMPUTE WS-NEW-HOLE-FROM = WS-VOID-TO + 1
             MOVE WS-GAP-TO(WS-GAP-I) TO WS-NEW-HOLE-TO
             PERFORM KEEP-SPLIT-GAP
          END-IF
       ELSE
          MOVE WS-GAP-FROM(WS-GAP-I) TO WS-NEW-HOLE-FROM
          MOVE WS-GAP-TO(WS-GAP-I) TO WS-NEW-HOLE-TO
          PERFORM KEEP-SPLIT-GAP
       END-IF
    END-PERFORM
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "SEQAUDIT: splitting the gap overflows the gap "
               "table - ledger not updated."
       PERFORM ABANDON-RUN
    END-IF

    PERFORM WRITE-LEDGER
    MOVE WS-VOID-FROM TO WS-NEW-HOLE-FROM
    MOVE WS-VOID-TO TO WS-NEW-HOLE-TO
    PERFORM FORMAT-RANGE-TEXT
    DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-FEED-NAME) " "
            FUNCTION TRIM(WS-KEY-LABEL) " "
            FUNCTION TRIM(WS-RANGE-TEXT) " VOIDED by "
            FUNCTION TRIM(RP-OPERATOR-ID) " ("
            FUNCTION TRIM(WS-VOID-REASON) ").".

KEEP-SPLIT-GAP.
    IF WS-HOL-COUNT < 2000
       ADD 1 TO WS-HOL-COUNT
       MOVE WS-NEW-HOLE-FROM TO WS-HOL-FROM(WS-HOL-COUNT)
       MOVE WS-NEW-HOLE-TO TO WS-HOL-TO(WS-HOL-COUNT)
       MOVE WS-GAP-OPENED(WS-GAP-I) TO WS-HOL-OPENED(WS-HOL-COUNT)
       MOVE 'N' TO WS-HOL-NEW(WS-HOL-COUNT)
    ELSE
       MOVE 'Y' TO WS-TABLE-OVERFLOW
    END-IF.

      *> Every data record's number into the ascending table.
LOAD-TONIGHT-EXTRACT.
    PERFORM OPEN-FEED-INPUT
    IF WS-READ-FAILED = 'N'
       PERFORM UNTIL WS-EOF = 'Y'
          IF RP-RECFM-MODE = 'V'
             PERFORM READ-RDW-FEED-RECORD
          ELSE
             PERFORM READ-FIXED-FEED-RECORD
          END-IF
          IF WS-EOF = 'N'
             AND WS-THIS-IMAGE(1:3) NOT = 'HDR'
             AND WS-THIS-IMAGE(1:3) NOT = 'TRL'
             PERFORM KEEP-TONIGHT-NUMBER
          END-IF
       END-PERFORM
       PERFORM CLOSE-FEED-INPUT
    END-IF.

      *> Insertion from the top end: a number at or above the last
      *> one kept - the usual case - goes straight on the end.
KEEP-TONIGHT-NUMBER.
    IF WS-THIS-IMAGE(1:8) IS NOT NUMERIC
       ADD 1 TO WS-NONNUM-COUNT
    ELSE
       IF WS-TON-COUNT < 20000
          MOVE WS-THIS-IMAGE(1:8) TO WS-THIS-ID
          MOVE WS-TON-COUNT TO WS-TON-I
          PERFORM UNTIL WS-TON-I = 0
             IF WS-TON-ID(WS-TON-I) > WS-THIS-ID
                MOVE WS-TON-ID(WS-TON-I) TO WS-TON-ID(WS-TON-I + 1)
                SUBTRACT 1 FROM WS-TON-I
             ELSE
                EXIT PERFORM
             END-IF
          END-PERFORM
          MOVE WS-THIS-ID TO WS-TON-ID(WS-TON-I + 1)
          ADD 1 TO WS-TON-COUNT
       ELSE
          MOVE 'Y' TO WS-TABLE-OVERFLOW
       END-IF
    END-IF.

OPEN-FEED-INPUT.
    MOVE 'N' TO WS-EOF
    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
       MOVE WS-RDW-FILE-STATUS TO WS-INPUT-FILE-STATUS
    ELSE
       IF WS-FEED-NAME = 'ORDER'
          OPEN INPUT ORDER-FILE
       ELSE
          OPEN INPUT INVOICE-FILE
       END-IF
    END-IF
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "SEQAUDIT: cannot open "
               FUNCTION TRIM(WS-INPUT-FILE)
               " (STATUS=" WS-INPUT-FILE-STATUS ")"
       MOVE 'Y' TO WS-READ-FAILED
    END-IF.

CLOSE-FEED-INPUT.
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       IF WS-FEED-NAME = 'ORDER'
          CLOSE ORDER-FILE
       ELSE
          CLOSE INVOICE-FILE
       END-IF
    END-IF.

READ-FIXED-FEED-RECORD.
    MOVE SPACES TO WS-THIS-IMAGE
    IF WS-FEED-NAME = 'ORDER'
       READ ORDER-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE ORDER-RAW-VIEW TO WS-THIS-IMAGE
       END-READ
    ELSE
       READ INVOICE-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE INVOICE-RAW-VIEW(1:10) TO WS-THIS-IMAGE
       END-READ
    END-IF
    *> a failed READ (status other than 00/04/10) executes neither
    *> AT END nor NOT AT END - judged here, after the statement
    IF WS-EOF = 'N'
       AND WS-INPUT-FILE-STATUS NOT = '00'
       AND WS-INPUT-FILE-STATUS NOT = '04'
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-INPUT-FILE)
               " read error, FILE STATUS " WS-INPUT-FILE-STATUS
               " - audit abandoned"
       MOVE 'Y' TO WS-READ-FAILED
       MOVE 'Y' TO WS-EOF
    END-IF.

      *> One RDW record, space-filled past what the RDW carried.
READ-RDW-FEED-RECORD.
    MOVE SPACES TO WS-THIS-IMAGE
    PERFORM READ-RDW-RECORD
    IF WS-RDW-FAILED = 'Y'
       DISPLAY "SEQAUDIT: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
               " - audit abandoned"
       MOVE 'Y' TO WS-READ-FAILED
       MOVE 'Y' TO WS-EOF
    ELSE
       IF WS-RDW-EOF = 'Y'
          MOVE 'Y' TO WS-EOF
       ELSE
          MOVE FUNCTION LENGTH(WS-THIS-IMAGE) TO WS-FEED-COPY-LEN
          IF WS-RDW-DATA-LEN < WS-FEED-COPY-LEN
             MOVE WS-RDW-DATA-LEN TO WS-FEED-COPY-LEN
          END-IF
          MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
               TO WS-THIS-IMAGE(1:WS-FEED-COPY-LEN)
       END-IF
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-OUT-LINE
    STRING "SEQUENCE AUDIT  FEED=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "  SOURCE=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF WS-LEDGER-STATE = 'N'
       STRING "FIRST AUDITED NIGHT - " DELIMITED BY SIZE
              FUNCTION TRIM(WS-LEDGER-FILE-NAME) DELIMITED BY SIZE
              " STARTS AT TONIGHT'S LOWEST NUMBER" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       STRING "LEDGER " DELIMITED BY SIZE
              FUNCTION TRIM(WS-LEDGER-FILE-NAME) DELIMITED BY SIZE
              "  HIGH-WATER MARK " DELIMITED BY SIZE
              WS-OLD-HWM DELIMITED BY SIZE
              " (RAISED " DELIMITED BY SIZE
              WS-OLD-HWM-DATE DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE.

      *> One pass up tonight's ascending numbers. Each distinct
      *> number is judged against the ledger as it stood before
      *> tonight; consecutive numbers of the same reportable class
      *> are written as one range line.
CLASSIFY-TONIGHT-NUMBERS.
    MOVE 1 TO WS-ISS-PTR WS-LST-PTR WS-VOI-PTR
    MOVE 'N' TO WS-HAVE-PREV
    MOVE SPACE TO WS-PEND-CLASS
    PERFORM VARYING WS-TON-I FROM 1 BY 1
            UNTIL WS-TON-I > WS-TON-COUNT
       IF WS-HAVE-PREV = 'N'
          OR WS-TON-ID(WS-TON-I) NOT = WS-PREV-ID
          MOVE WS-TON-ID(WS-TON-I) TO WS-THIS-ID
          MOVE WS-THIS-ID TO WS-PREV-ID
          MOVE 'Y' TO WS-HAVE-PREV
          ADD 1 TO WS-DISTINCT-COUNT
          PERFORM CLASSIFY-ONE-NUMBER
       END-IF
    END-PERFORM
    PERFORM FLUSH-PENDING-RUN
    IF WS-REISSUED-COUNT = 0 AND WS-LATE-COUNT = 0
       MOVE "NO REISSUED OR LATE NUMBERS TONIGHT" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

CLASSIFY-ONE-NUMBER.
    MOVE 'N' TO WS-IN-ISS WS-IN-LST WS-IN-VOI
    PERFORM UNTIL WS-ISS-PTR > WS-ISS-COUNT
       IF WS-ISS-TO(WS-ISS-PTR) < WS-THIS-ID
          ADD 1 TO WS-ISS-PTR
       ELSE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-ISS-PTR <= WS-ISS-COUNT
       IF WS-ISS-FROM(WS-ISS-PTR) <= WS-THIS-ID
          MOVE 'Y' TO WS-IN-ISS
       END-IF
    END-IF
    PERFORM UNTIL WS-LST-PTR > WS-LST-COUNT
       IF WS-LST-TO(WS-LST-PTR) < WS-THIS-ID
          ADD 1 TO WS-LST-PTR
       ELSE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-LST-PTR <= WS-LST-COUNT
       IF WS-LST-FROM(WS-LST-PTR) <= WS-THIS-ID
          MOVE 'Y' TO WS-IN-LST
       END-IF
    END-IF
    PERFORM UNTIL WS-VOI-PTR > WS-VOI-COUNT
       IF WS-VOI-TO(WS-VOI-PTR) < WS-THIS-ID
          ADD 1 TO WS-VOI-PTR
       ELSE
          EXIT PERFORM
       END-IF
    END-PERFORM
    IF WS-VOI-PTR <= WS-VOI-COUNT
       IF WS-VOI-FROM(WS-VOI-PTR) <= WS-THIS-ID
          MOVE 'Y' TO WS-IN-VOI
       END-IF
    END-IF

    EVALUATE TRUE
       WHEN WS-IN-LST = 'Y'
          MOVE 'C' TO WS-ID-CLASS
       WHEN WS-IN-ISS = 'Y'
          MOVE 'R' TO WS-ID-CLASS
          ADD 1 TO WS-REISSUED-COUNT
       WHEN WS-IN-VOI = 'Y'
          MOVE 'V' TO WS-ID-CLASS
          ADD 1 TO WS-LATE-COUNT
       WHEN WS-LEDGER-STATE = 'Y' AND WS-THIS-ID < WS-OLD-HWM
          MOVE 'L' TO WS-ID-CLASS
          ADD 1 TO WS-LATE-COUNT
       WHEN OTHER
          MOVE 'N' TO WS-ID-CLASS
          ADD 1 TO WS-NEW-COUNT
    END-EVALUATE

    IF WS-ID-CLASS = WS-PEND-CLASS
       AND WS-THIS-ID = WS-PEND-TO + 1
       MOVE WS-THIS-ID TO WS-PEND-TO
    ELSE
       PERFORM FLUSH-PENDING-RUN
       MOVE WS-ID-CLASS TO WS-PEND-CLASS
       MOVE WS-THIS-ID TO WS-PEND-FROM WS-PEND-TO
    END-IF.

FLUSH-PENDING-RUN.
    IF WS-PEND-CLASS = 'R' OR 'L' OR 'V'
       MOVE WS-PEND-FROM TO WS-NEW-HOLE-FROM
       MOVE WS-PEND-TO TO WS-NEW-HOLE-TO
       PERFORM FORMAT-RANGE-TEXT
       EVALUATE WS-PEND-CLASS
          WHEN 'R'
             MOVE "REISSUED" TO WS-OUT-LINE
          WHEN OTHER
             MOVE "LATE" TO WS-OUT-LINE
       END-EVALUATE
       STRING WS-OUT-LINE(1:9) DELIMITED BY SIZE
              FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
              "=" DELIMITED BY SIZE
              WS-RANGE-TEXT DELIMITED BY SIZE
              INTO WS-REPORT-LINE-WORK
       END-STRING
       MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE
       MOVE SPACES TO WS-REPORT-LINE-WORK
       EVALUATE WS-PEND-CLASS
          WHEN 'R'
             MOVE "LOADED ON AN EARLIER NIGHT, ABSENT LAST NIGHT"
                  TO WS-OUT-LINE(40:)
          WHEN 'L'
             STRING "NEVER SEEN BEFORE, BELOW HIGH-WATER MARK "
                         DELIMITED BY SIZE
                    WS-OLD-HWM DELIMITED BY SIZE
                    INTO WS-OUT-LINE(40:)
             END-STRING
          WHEN 'V'
             MOVE "ARRIVED AFTER BEING VOIDED" TO WS-OUT-LINE(40:)
       END-EVALUATE
       PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACE TO WS-PEND-CLASS.

      *> nnnnnnnn or nnnnnnnn-nnnnnnnn, for the range held in
      *> WS-NEW-HOLE-FROM / -TO.
FORMAT-RANGE-TEXT.
    MOVE SPACES TO WS-RANGE-TEXT
    IF WS-NEW-HOLE-FROM = WS-NEW-HOLE-TO
       MOVE WS-NEW-HOLE-FROM TO WS-RANGE-TEXT
    ELSE
       STRING WS-NEW-HOLE-FROM DELIMITED BY SIZE
              "-" DELIMITED BY SIZE
              WS-NEW-HOLE-TO DELIMITED BY SIZE
              INTO WS-RANGE-TEXT
       END-STRING
    END-IF
    COMPUTE WS-RANGE-SIZE = WS-NEW-HOLE-TO - WS-NEW-HOLE-FROM + 1.

      *> Repeats sit side by side in the ascending table.
REPORT-DUPLICATE-NUMBERS.
    MOVE 1 TO WS-TON-I
    PERFORM UNTIL WS-TON-I > WS-TON-COUNT
       MOVE 1 TO WS-REPEAT-COUNT
       COMPUTE WS-TON-J = WS-TON-I + 1
       PERFORM UNTIL WS-TON-J > WS-TON-COUNT
          IF WS-TON-ID(WS-TON-J) = WS-TON-ID(WS-TON-I)
             ADD 1 TO WS-REPEAT-COUNT
             ADD 1 TO WS-TON-J
          ELSE
             EXIT PERFORM
          END-IF
       END-PERFORM
       IF WS-REPEAT-COUNT > 1
          ADD 1 TO WS-DUP-COUNT
          MOVE WS-REPEAT-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO WS-OUT-LINE
          STRING "DUPLICATE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
                 "=" DELIMITED BY SIZE
                 WS-TON-ID(WS-TON-I) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                 " TIMES ON TONIGHT'S EXTRACT" DELIMITED BY SIZE
                 INTO WS-OUT-LINE(40:)
          END-STRING
          PERFORM WRITE-REPORT-LINE
       END-IF
       MOVE WS-TON-J TO WS-TON-I
    END-PERFORM
    IF WS-NONNUM-COUNT > 0
       MOVE WS-NONNUM-COUNT TO WS-COUNT-EDIT
       STRING "NOT AUDITED: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
              " RECORD(S) WHOSE " DELIMITED BY SIZE
              FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
              " IS NOT EIGHT DIGITS" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-IF.

      *> Tonight's distinct numbers as ranges - tomorrow's LAST.
BUILD-TONIGHT-RANGES.
    MOVE 0 TO WS-TNR-COUNT
    PERFORM VARYING WS-TON-I FROM 1 BY 1
            UNTIL WS-TON-I > WS-TON-COUNT
       MOVE 'N' TO WS-HAVE-PREV
       IF WS-TNR-COUNT > 0
          IF WS-TON-ID(WS-TON-I) <= WS-TNR-TO(WS-TNR-COUNT) + 1
             MOVE 'Y' TO WS-HAVE-PREV
          END-IF
       END-IF
       IF WS-HAVE-PREV = 'Y'
          IF WS-TON-ID(WS-TON-I) > WS-TNR-TO(WS-TNR-COUNT)
             MOVE WS-TON-ID(WS-TON-I) TO WS-TNR-TO(WS-TNR-COUNT)
          END-IF
       ELSE
          ADD 1 TO WS-TNR-COUNT
          MOVE WS-TON-ID(WS-TON-I) TO WS-TNR-FROM(WS-TNR-COUNT)
                                      WS-TNR-TO(WS-TNR-COUNT)
       END-IF
    END-PERFORM
    MOVE WS-TON-ID(WS-TON-COUNT) TO WS-THIS-ID
    IF WS-THIS-ID > WS-HWM
       MOVE WS-THIS-ID TO WS-HWM
       MOVE WS-RUN-DATE TO WS-HWM-DATE
    END-IF.

      *> ISSUED := ISSUED + TONIGHT, and tonight becomes LAST.
MERGE-TONIGHT-INTO-ISSUED.
    PERFORM MERGE-RANGE-TABLES
    MOVE WS-MRG-TABLE TO WS-ISS-TABLE
    MOVE WS-MRG-COUNT TO WS-ISS-COUNT
    MOVE WS-TNR-TABLE TO WS-LST-TABLE
    MOVE WS-TNR-COUNT TO WS-LST-COUNT.

      *> Two-way merge of the ascending ISSUED and TONIGHT range
      *> tables into MERGED, joining ranges that overlap or touch.
MERGE-RANGE-TABLES.
    MOVE 0 TO WS-MRG-COUNT
    MOVE 1 TO WS-MA-I WS-MB-I
    PERFORM UNTIL WS-MA-I > WS-ISS-COUNT AND WS-MB-I > WS-TNR-COUNT
       IF WS-MA-I > WS-ISS-COUNT
          MOVE 'B' TO WS-MERGE-PICK
       ELSE
          IF WS-MB-I > WS-TNR-COUNT
             MOVE 'A' TO WS-MERGE-PICK
          ELSE
             IF WS-ISS-FROM(WS-MA-I) <= WS-TNR-FROM(WS-MB-I)
                MOVE 'A' TO WS-MERGE-PICK
             ELSE
                MOVE 'B' TO WS-MERGE-PICK
             END-IF
          END-IF
       END-IF
       IF WS-MERGE-PICK = 'A'
          MOVE WS-ISS-FROM(WS-MA-I) TO WS-PICK-FROM
          MOVE WS-ISS-TO(WS-MA-I) TO WS-PICK-TO
          ADD 1 TO WS-MA-I
       ELSE
          MOVE WS-TNR-FROM(WS-MB-I) TO WS-PICK-FROM
          MOVE WS-TNR-TO(WS-MB-I) TO WS-PICK-TO
          ADD 1 TO WS-MB-I
       END-IF
       PERFORM ADD-MERGED-RANGE
    END-PERFORM.

ADD-MERGED-RANGE.
    MOVE 'N' TO WS-HAVE-PREV
    IF WS-MRG-COUNT > 0
       IF WS-PICK-FROM <= WS-MRG-TO(WS-MRG-COUNT) + 1
          MOVE 'Y' TO WS-HAVE-PREV
       END-IF
    END-IF
    IF WS-HAVE-PREV = 'Y'
       IF WS-PICK-TO > WS-MRG-TO(WS-MRG-COUNT)
          MOVE WS-PICK-TO TO WS-MRG-TO(WS-MRG-COUNT)
       END-IF
    ELSE
       IF WS-MRG-COUNT < 20000
          ADD 1 TO WS-MRG-COUNT
          MOVE WS-PICK-FROM TO WS-MRG-FROM(WS-MRG-COUNT)
          MOVE WS-PICK-TO TO WS-MRG-TO(WS-MRG-COUNT)
       ELSE
          MOVE 'Y' TO WS-TABLE-OVERFLOW
       END-IF
    END-IF.

      *> A gap is a stretch between two issued ranges that no void
      *> covers: merge the voids into the issued ranges (through the
      *> TONIGHT table, free again now tonight is in LAST) and take
      *> the holes between what results. Each hole keeps the date of
      *> the earliest old gap it overlaps; one overlapping none is
      *> new tonight.
FIND-OPEN-GAPS.
    MOVE 0 TO WS-TNR-COUNT
    PERFORM VARYING WS-VOI-I FROM 1 BY 1
            UNTIL WS-VOI-I > WS-VOI-COUNT
       ADD 1 TO WS-TNR-COUNT
       MOVE WS-VOI-FROM(WS-VOI-I) TO WS-TNR-FROM(WS-TNR-COUNT)
       MOVE WS-VOI-TO(WS-VOI-I) TO WS-TNR-TO(WS-TNR-COUNT)
    END-PERFORM
    PERFORM MERGE-RANGE-TABLES
    MOVE 0 TO WS-HOL-COUNT
    PERFORM VARYING WS-MA-I FROM 1 BY 1
            UNTIL WS-MA-I >= WS-MRG-COUNT
       COMPUTE WS-NEW-HOLE-FROM = WS-MRG-TO(WS-MA-I) + 1
       COMPUTE WS-NEW-HOLE-TO = WS-MRG-FROM(WS-MA-I + 1) - 1
       IF WS-HOL-COUNT < 2000
          ADD 1 TO WS-HOL-COUNT
          MOVE WS-NEW-HOLE-FROM TO WS-HOL-FROM(WS-HOL-COUNT)
          MOVE WS-NEW-HOLE-TO TO WS-HOL-TO(WS-HOL-COUNT)
          MOVE WS-RUN-DATE TO WS-HOL-OPENED(WS-HOL-COUNT)
          MOVE 'Y' TO WS-HOL-NEW(WS-HOL-COUNT)
          PERFORM DATE-HOLE-FROM-OLD-GAPS
       ELSE
          MOVE 'Y' TO WS-TABLE-OVERFLOW
       END-IF
    END-PERFORM.

DATE-HOLE-FROM-OLD-GAPS.
    PERFORM VARYING WS-GAP-I FROM 1 BY 1
            UNTIL WS-GAP-I > WS-GAP-COUNT
       IF WS-GAP-FROM(WS-GAP-I) <= WS-NEW-HOLE-TO
          AND WS-GAP-TO(WS-GAP-I) >= WS-NEW-HOLE-FROM
          MOVE 'Y' TO WS-GAP-KEPT(WS-GAP-I)
          MOVE 'N' TO WS-HOL-NEW(WS-HOL-COUNT)
          IF WS-GAP-OPENED(WS-GAP-I) < WS-HOL-OPENED(WS-HOL-COUNT)
             MOVE WS-GAP-OPENED(WS-GAP-I)
                  TO WS-HOL-OPENED(WS-HOL-COUNT)
          END-IF
       END-IF
    END-PERFORM.

REPORT-GAP-SECTIONS.
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    MOVE "OPEN GAPS" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-HOL-I FROM 1 BY 1
            UNTIL WS-HOL-I > WS-HOL-COUNT
       PERFORM REPORT-OPEN-GAP
    END-PERFORM
    IF WS-HOL-COUNT = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE "GAPS CLOSED TONIGHT" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-GAP-I FROM 1 BY 1
            UNTIL WS-GAP-I > WS-GAP-COUNT
       IF WS-GAP-KEPT(WS-GAP-I) = 'N'
          ADD 1 TO WS-CLOSED-GAP-COUNT
          MOVE WS-GAP-FROM(WS-GAP-I) TO WS-NEW-HOLE-FROM
          MOVE WS-GAP-TO(WS-GAP-I) TO WS-NEW-HOLE-TO
          PERFORM FORMAT-RANGE-TEXT
          STRING "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
                 "=" DELIMITED BY SIZE
                 WS-RANGE-TEXT DELIMITED BY SIZE
                 "  FILLED - OPEN SINCE " DELIMITED BY SIZE
                 WS-GAP-OPENED(WS-GAP-I) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    IF WS-CLOSED-GAP-COUNT = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE "VOIDED BY ANALYST" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-VOI-I FROM 1 BY 1
            UNTIL WS-VOI-I > WS-VOI-COUNT
       MOVE WS-VOI-FROM(WS-VOI-I) TO WS-NEW-HOLE-FROM
       MOVE WS-VOI-TO(WS-VOI-I) TO WS-NEW-HOLE-TO
       PERFORM FORMAT-RANGE-TEXT
       ADD WS-RANGE-SIZE TO WS-VOID-NUMBERS
       STRING "  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
              "=" DELIMITED BY SIZE
              WS-RANGE-TEXT DELIMITED BY SIZE
              "  VOIDED " DELIMITED BY SIZE
              WS-VOI-DATE(WS-VOI-I) DELIMITED BY SIZE
              " BY " DELIMITED BY SIZE
              FUNCTION TRIM(WS-VOI-OPERATOR(WS-VOI-I))
                   DELIMITED BY SIZE
              "  REASON=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-VOI-REASON(WS-VOI-I))
                   DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    IF WS-VOI-COUNT = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

REPORT-OPEN-GAP.
    MOVE WS-HOL-FROM(WS-HOL-I) TO WS-NEW-HOLE-FROM
    MOVE WS-HOL-TO(WS-HOL-I) TO WS-NEW-HOLE-TO
    PERFORM FORMAT-RANGE-TEXT
    ADD WS-RANGE-SIZE TO WS-GAP-NUMBERS
    MOVE WS-HOL-OPENED(WS-HOL-I) TO WS-AGE-DATE-NUM
    COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-NUM)
    MOVE WS-RANGE-SIZE TO WS-COUNT-EDIT
    STRING "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           WS-RANGE-TEXT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE SPACES TO WS-REPORT-LINE-WORK
    STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " NUMBER(S)  OPEN SINCE " DELIMITED BY SIZE
           WS-HOL-OPENED(WS-HOL-I) DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE(40:)
    MOVE SPACES TO WS-REPORT-LINE-WORK
    MOVE WS-AGE-DAYS TO WS-COUNT-EDIT
    IF WS-HOL-NEW(WS-HOL-I) = 'Y'
       ADD 1 TO WS-NEW-GAP-COUNT
       MOVE "NEW TONIGHT" TO WS-OUT-LINE(85:)
    ELSE
       STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
              " DAY(S)" DELIMITED BY SIZE
              INTO WS-OUT-LINE(85:)
       END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE.

      *> One KEY=VALUE line to close the report.
WRITE-REPORT-SUMMARY.
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    STRING "SUMMARY FEED=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           " HWM=" DELIMITED BY SIZE
           WS-HWM DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE "NUMBERS" TO WS-SUM-NAME
    MOVE WS-DISTINCT-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "NEW" TO WS-SUM-NAME
    MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "REISSUED" TO WS-SUM-NAME
    MOVE WS-REISSUED-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "LATE" TO WS-SUM-NAME
    MOVE WS-LATE-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "DUPLICATE" TO WS-SUM-NAME
    MOVE WS-DUP-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "OPENGAPS" TO WS-SUM-NAME
    MOVE WS-HOL-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "GAPNUMBERS" TO WS-SUM-NAME
    MOVE WS-GAP-NUMBERS TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "NEWGAPS" TO WS-SUM-NAME
    MOVE WS-NEW-GAP-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "CLOSED" TO WS-SUM-NAME
    MOVE WS-CLOSED-GAP-COUNT TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    MOVE "VOIDED" TO WS-SUM-NAME
    MOVE WS-VOID-NUMBERS TO WS-COUNT-EDIT
    PERFORM APPEND-SUMMARY-COUNT
    PERFORM WRITE-REPORT-LINE.

APPEND-SUMMARY-COUNT.
    STRING FUNCTION TRIM(WS-OUT-LINE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SUM-NAME) DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE
    MOVE SPACES TO WS-REPORT-LINE-WORK.

      *> The whole ledger, rewritten: the mark, the issued and last-
      *> night ranges, the voids, and the gaps as they now stand.
WRITE-LEDGER.
    OPEN OUTPUT LEDGER-FILE
    IF WS-LEDGER-FILE-STATUS NOT = '00'
       DISPLAY "SEQAUDIT: cannot write "
               FUNCTION TRIM(WS-LEDGER-FILE-NAME)
               " (STATUS=" WS-LEDGER-FILE-STATUS ")"
       PERFORM ABANDON-RUN
    END-IF
    MOVE SPACES TO LEDGER-REC
    STRING "HWM|" DELIMITED BY SIZE
           WS-HWM DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-HWM-DATE DELIMITED BY SIZE
           INTO LEDGER-REC
    END-STRING
    WRITE LEDGER-REC
    PERFORM VARYING WS-MA-I FROM 1 BY 1
            UNTIL WS-MA-I > WS-ISS-COUNT
       MOVE SPACES TO LEDGER-REC
       STRING "ISSUED|" DELIMITED BY SIZE
              WS-ISS-FROM(WS-MA-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-ISS-TO(WS-MA-I) DELIMITED BY SIZE
              INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
    END-PERFORM
    PERFORM VARYING WS-MA-I FROM 1 BY 1
            UNTIL WS-MA-I > WS-LST-COUNT
       MOVE SPACES TO LEDGER-REC
       STRING "LAST|" DELIMITED BY SIZE
              WS-LST-FROM(WS-MA-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-LST-TO(WS-MA-I) DELIMITED BY SIZE
              INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
    END-PERFORM
    PERFORM VARYING WS-VOI-I FROM 1 BY 1
            UNTIL WS-VOI-I > WS-VOI-COUNT
       MOVE SPACES TO LEDGER-REC
       STRING "VOID|" DELIMITED BY SIZE
              WS-VOI-FROM(WS-VOI-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-VOI-TO(WS-VOI-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-VOI-DATE(WS-VOI-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-VOI-OPERATOR(WS-VOI-I))
                   DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-VOI-REASON(WS-VOI-I))
                   DELIMITED BY SIZE
              INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
    END-PERFORM
    PERFORM VARYING WS-HOL-I FROM 1 BY 1
            UNTIL WS-HOL-I > WS-HOL-COUNT
       MOVE SPACES TO LEDGER-REC
       STRING "GAP|" DELIMITED BY SIZE
              WS-HOL-FROM(WS-HOL-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-HOL-TO(WS-HOL-I) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-HOL-OPENED(WS-HOL-I) DELIMITED BY SIZE
              INTO LEDGER-REC
       END-STRING
       WRITE LEDGER-REC
    END-PERFORM
    CLOSE LEDGER-FILE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "RDWLIB.cpy".
COPY "LOCKLIB.cpy".
