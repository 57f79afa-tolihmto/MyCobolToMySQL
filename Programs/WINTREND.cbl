      *> WINTREND - batch-window duration trending and overrun
      *> forecast. The window creeps a few minutes longer every month
      *> as volumes grow, and nothing said so until the morning the
      *> online start was missed. Two modes:
      *>
      *> Report (the default, run as a window step before MORNRPT):
      *> Output/WINDOW_TREND_REPORT.txt shows, over the last DAYS=
      *> business days (default 30; Saturdays and Sundays never count),
      *>   section 1  each NIGHTRUN step's elapsed seconds - runs,
      *>              average, min, max, last night, and the fitted
      *>              slope in seconds per business day - taken from
      *>              the archived NIGHT_WINDOW_SUMMARY.txt files that
      *>              Output/ARCHIVE_INDEX.txt lists, plus the live
      *>              one. Only OK steps count; a failed step's
      *>              duration says nothing about its normal length.
      *>   section 2  each converter's elapsed seconds and records per
      *>              second from Output/CONVERSION_RUN_LOG.sql - one
      *>              run per converter and business day, the last row
      *>              booked to that day winning (a rerun replaces the
      *>              failed attempt).
      *> A line is flagged UP when it has at least MINRUNS= runs
      *> (default 5) and its least-squares line rises by TRENDPCT=
      *> percent (default 20) of its average across the period - a
      *> slow creep one night's noise would hide. DOWN is the mirror.
      *>
      *> Check (CHECK=Y, launched by NIGHTRUN between steps whenever
      *> Config/NIGHT_WINDOW.cfg declares a CUTOFF|HHMM|LABEL[|STEP]
      *> line): reads Output/NIGHT_WINDOW_PROGRESS.txt - the window
      *> summary as it stands, steps not yet run shown PENDING - and
      *> projects the finish as now plus each pending step's
      *> historical duration (its average, or its fitted next value
      *> when the step is trending up). A cutoff naming a STEP is
      *> judged on that step's projected end instead of the window's.
      *> A cutoff projected to be missed raises one WINDOW-OVERRUN
      *> line in Output/ALERT_OUTBOX.txt - at 2am, not at 6am - and
      *> Output/WINDOW_FORECAST.txt records every check's projection,
      *> which is also how a cutoff already alerted for this window is
      *> not paged again at every later step.
      *>
      *> Command line: [CHECK=Y] [DAYS=nnn] [TRENDPCT=nnn]
      *>               [MINRUNS=nnn] [BUSDATE=YYYYMMDD]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. WINTREND.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-FILE-STATUS.
    SELECT SUMMARY-IN-FILE ASSIGN TO DYNAMIC WS-SUMMARY-IN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-IN-STATUS.
    SELECT RUN-LOG-IN-FILE ASSIGN TO DYNAMIC WS-RUNLOG-IN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-IN-STATUS.
    SELECT JOB-LIST-FILE ASSIGN TO DYNAMIC WS-JOB-LIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-LIST-STATUS.
    SELECT FORECAST-FILE ASSIGN TO DYNAMIC WS-FORECAST-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FORECAST-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT ALERT-FILE ASSIGN TO DYNAMIC WS-ALERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALERT-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  INDEX-FILE.
01  INDEX-REC                    PIC X(250).

FD  SUMMARY-IN-FILE.
01  SUMMARY-IN-REC               PIC X(250).

FD  RUN-LOG-IN-FILE.
01  RUN-LOG-IN-REC               PIC X(400).

FD  JOB-LIST-FILE.
01  JOB-LIST-LINE                PIC X(200).

FD  FORECAST-FILE.
01  FORECAST-REC                 PIC X(250).

FD  REPORT-FILE.
01  REPORT-REC                   PIC X(160).

FD  ALERT-FILE.
01  ALERT-OUT-REC                PIC X(250).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".

01  WS-INDEX-FILE-NAME           PIC X(80)
                                  VALUE "Output/ARCHIVE_INDEX.txt".
01  WS-INDEX-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-LIVE-SUMMARY-NAME         PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_SUMMARY.txt".
01  WS-PROGRESS-FILE-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_PROGRESS.txt".
01  WS-SUMMARY-IN-NAME           PIC X(120).
01  WS-SUMMARY-IN-STATUS         PIC XX VALUE SPACES.
01  WS-RUNLOG-IN-NAME            PIC X(80)
                                  VALUE "Output/CONVERSION_RUN_LOG.sql".
01  WS-RUNLOG-IN-STATUS          PIC XX VALUE SPACES.
01  WS-JOB-LIST-NAME             PIC X(80)
                                  VALUE "Config/NIGHT_WINDOW.cfg".
01  WS-JOB-LIST-STATUS           PIC XX VALUE SPACES.
01  WS-FORECAST-FILE-NAME        PIC X(80)
                                  VALUE "Output/WINDOW_FORECAST.txt".
01  WS-FORECAST-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/WINDOW_TREND_REPORT.txt".
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.

01  WS-CHECK-MODE                PIC X(1) VALUE 'N'.
01  WS-TREND-DAYS                PIC 9(3) VALUE 30.
01  WS-TREND-PCT                 PIC 9(3) VALUE 20.
01  WS-MIN-RUNS                  PIC 9(3) VALUE 5.
01  WS-RUN-TS                    PIC X(21).

      *> Window summaries to read, oldest first: the archive copies in
      *> index order, then the live file. Each one's business day
      *> comes off its own WINDOW line, not the archive directory's
      *> date - HOUSEKEEP files last night's summary under tonight.
01  WS-SF-COUNT                  PIC 9(3) VALUE 0.
01  WS-SF-TABLE.
    05  WS-SF-ENTRY OCCURS 200 TIMES.
        10  WS-SF-NAME           PIC X(120).
        10  WS-SF-BUSDATE        PIC 9(8).
01  WS-SF-IDX                    PIC 9(3).
01  WS-SF-FOUND                  PIC X(1).
01  WS-IDX-PARSE-DATE            PIC X(10).
01  WS-IDX-PARSE-PATH            PIC X(200).
01  WS-SUMMARY-TALLY             PIC 9(3).

      *> Business days with any history, from either source. When the
      *> table fills, the oldest day gives way - the trend is about
      *> the recent past. Sorted ascending before use; WS-FIRST-DAY is
      *> the first of the last DAYS= of them, and a day's position
      *> from there is its x in the trend fit.
01  WS-DAY-COUNT                 PIC 9(3) VALUE 0.
01  WS-DAY-TABLE.
    05  WS-DAY-ENTRY OCCURS 400 TIMES.
        10  WS-DAY-DATE          PIC 9(8).
        10  WS-DAY-SF            PIC 9(3).
01  WS-DAY-IDX                   PIC 9(3).
01  WS-DAY-J                     PIC 9(3).
01  WS-DAY-MIN-IDX               PIC 9(3).
01  WS-DAY-SWAP                  PIC X(11).
01  WS-DAY-FOUND                 PIC 9(3).
01  WS-FIRST-DAY                 PIC 9(3) VALUE 1.
01  WS-KEPT-DAYS                 PIC 9(3) VALUE 0.
01  WS-CAND-DATE                 PIC 9(8).
01  WS-CAND-SF                   PIC 9(3).
01  WS-CAND-INT                  PIC 9(8).
01  WS-CAND-DOW                  PIC 9(1).
01  WS-SUMMARIES-USED            PIC 9(3) VALUE 0.

      *> One parsed summary line - split on blanks, then KEY=VALUE.
01  WS-SUM-PIECE OCCURS 10 TIMES PIC X(40).
01  WS-SUM-IDX                   PIC 9(2).
01  WS-SUM-PTR                   PIC 9(4).
01  WS-SUM-LEN                   PIC 9(4).
01  WS-SUM-KEY                   PIC X(20).
01  WS-SUM-VALUE                 PIC X(80).
01  WS-SUM-STEP-NAME             PIC X(20).
01  WS-SUM-STATUS                PIC X(8).
01  WS-SUM-START-TS              PIC X(14).
01  WS-SUM-END-TS                PIC X(14).

      *> Run-log rows, apostrophe-alternation parse as in MORNRPT.
01  WS-Q-PART OCCURS 14 TIMES    PIC X(120).
01  WS-Q-IDX                     PIC 9(2).
01  WS-Q-PTR                     PIC 9(4).
01  WS-Q-LINE-LEN                PIC 9(4).
01  WS-NUM-A                     PIC X(20).
01  WS-NUM-B                     PIC X(20).
01  WS-NUM-C                     PIC X(20).
01  WS-NUM-SKIP                  PIC X(5).
01  WS-RUNLOG-ROWS               PIC 9(7) VALUE 0.

      *> Converter runs inside the period, one per converter identity
      *> (copybook + input file, as MORNRPT keys them) and business
      *> day; a later row for the same day replaces the earlier one.
01  WS-RL-COUNT                  PIC 9(4) VALUE 0.
01  WS-RL-TABLE.
    05  WS-RL-ENTRY OCCURS 1500 TIMES.
        10  WS-RL-COPYBOOK       PIC X(30).
        10  WS-RL-INPUT          PIC X(80).
        10  WS-RL-X              PIC 9(3).
        10  WS-RL-SECONDS        PIC 9(7).
        10  WS-RL-READ           PIC 9(9).
01  WS-RL-IDX                    PIC 9(4).
01  WS-RL-FOUND                  PIC 9(4).

      *> One trend series per window step ('S') or converter ('C'):
      *> running sums for the least-squares fit plus the figures the
      *> report prints.
01  WS-SER-COUNT                 PIC 9(3) VALUE 0.
01  WS-SER-TABLE.
    05  WS-SER-ENTRY OCCURS 80 TIMES.
        10  WS-SER-KIND          PIC X(1).
        10  WS-SER-NAME          PIC X(30).
        10  WS-SER-INPUT         PIC X(80).
        10  WS-SER-N             PIC 9(5).
        10  WS-SER-SUM-X         PIC 9(9).
        10  WS-SER-SUM-Y         PIC 9(11).
        10  WS-SER-SUM-XY        PIC 9(14).
        10  WS-SER-SUM-XX        PIC 9(9).
        10  WS-SER-MIN-X         PIC 9(3).
        10  WS-SER-MIN-Y         PIC 9(7).
        10  WS-SER-MAX-Y         PIC 9(7).
        10  WS-SER-LAST-X        PIC 9(3).
        10  WS-SER-LAST-Y        PIC 9(7).
        10  WS-SER-SUM-READ      PIC 9(13).
        10  WS-SER-LAST-READ     PIC 9(9).
        10  WS-SER-SLOPE         PIC S9(7)V9(4).
        10  WS-SER-CHANGE-PCT    PIC S9(5)V9(1).
        10  WS-SER-FLAG          PIC X(7).
        10  WS-SER-PROJ-Y        PIC 9(7).
01  WS-SER-IDX                   PIC 9(3).
01  WS-SER-FOUND                 PIC 9(3).
01  WS-OBS-KIND                  PIC X(1).
01  WS-OBS-NAME                  PIC X(30).
01  WS-OBS-INPUT                 PIC X(80).
01  WS-OBS-X                     PIC 9(3).
01  WS-OBS-Y                     PIC 9(7).
01  WS-OBS-READ                  PIC 9(9).
01  WS-FIT-NUMER                 PIC S9(16).
01  WS-FIT-DENOM                 PIC S9(16).
01  WS-FIT-MEAN                  PIC 9(7)V9(4).
01  WS-FIT-MEAN-X                PIC 9(3)V9(4).
01  WS-FIT-NEXT                  PIC S9(9)V9(4).
01  WS-FIT-OFFSET                PIC S9(3)V9(4).
01  WS-FIT-SPAN                  PIC 9(3).
01  WS-UP-COUNT                  PIC 9(3) VALUE 0.

      *> Step name for a converter's copybook, so section 2 lines up
      *> with the window's step names (same pairs as OPSCON's map).
01  WS-STEP-CB-MAP.
    05  FILLER PIC X(50) VALUE "CUSTLOAD  |CUSTOMER-RECORD".
    05  FILLER PIC X(50) VALUE "PRODLOAD  |PRODUCT-RECORD".
    05  FILLER PIC X(50) VALUE "ORDRLOAD  |ORDER-RECORD".
    05  FILLER PIC X(50) VALUE "INVCLOAD  |INVOICE".
    05  FILLER PIC X(50) VALUE "XREFLOAD  |INVOICE-XREF-RECORD".
    05  FILLER PIC X(50) VALUE "BATCHPOL  |POLICY-BATCH".
    05  FILLER PIC X(50) VALUE "POLYLOAD  |POLICY".
01  WS-STEP-CB-ENTRIES REDEFINES WS-STEP-CB-MAP.
    05  WS-STEP-CB-ENTRY OCCURS 7 TIMES.
        10  WS-MAP-STEP          PIC X(10).
        10  FILLER               PIC X(1).
        10  WS-MAP-COPYBOOK      PIC X(39).
01  WS-MAP-IDX                   PIC 9(1).
01  WS-MAP-STEP-NAME             PIC X(10).

      *> Elapsed-time math, same INTEGER-OF-DATE shape as MORNRPT,
      *> plus absolute seconds (integer day * 86400 + second of day)
      *> for the forecast's clock arithmetic.
01  WS-TS-A                      PIC X(14).
01  WS-TS-B                      PIC X(14).
01  WS-TS-DATE-NUM               PIC 9(8).
01  WS-TS-INT-A                  PIC 9(8).
01  WS-TS-INT-B                  PIC 9(8).
01  WS-TS-SEC-A                  PIC 9(5).
01  WS-TS-SEC-B                  PIC 9(5).
01  WS-DUR-SECONDS               PIC S9(9).
01  WS-ABS-SECS                  PIC 9(12).
01  WS-ABS-DAY                   PIC 9(8).
01  WS-ABS-REM                   PIC 9(5).
01  WS-ABS-HH                    PIC 9(2).
01  WS-ABS-MM                    PIC 9(2).
01  WS-ABS-SS                    PIC 9(2).
01  WS-ABS-TS                    PIC X(14).
01  WS-ABS-DATE                  PIC 9(8).

      *> The window in progress, off NIGHTRUN's progress file.
01  WS-PG-START-TS               PIC X(14) VALUE SPACES.
01  WS-PG-BUSDATE                PIC X(8) VALUE SPACES.
01  WS-PG-FOUND                  PIC X(1) VALUE 'N'.
01  WS-PEND-COUNT                PIC 9(3) VALUE 0.
01  WS-PEND-TABLE.
    05  WS-PEND-ENTRY OCCURS 50 TIMES.
        10  WS-PEND-NAME         PIC X(20).
        10  WS-PEND-SECONDS      PIC 9(7).
        10  WS-PEND-HAS-HIST     PIC X(1).
01  WS-PEND-IDX                  PIC 9(3).
01  WS-NOHIST-COUNT              PIC 9(3) VALUE 0.
01  WS-NOW-TS                    PIC X(21).
01  WS-NOW-ABS                   PIC 9(12).
01  WS-START-ABS                 PIC 9(12).
01  WS-WINDOW-PROJ-ABS           PIC 9(12).
01  WS-RUNNING-ABS               PIC 9(12).

      *> CUTOFF|HHMM|LABEL[|STEP] lines from the window's config.
01  WS-CUT-COUNT                 PIC 9(2) VALUE 0.
01  WS-CUT-TABLE.
    05  WS-CUT-ENTRY OCCURS 10 TIMES.
        10  WS-CUT-HHMM          PIC 9(4).
        10  WS-CUT-LABEL         PIC X(30).
        10  WS-CUT-STEP          PIC X(20).
        10  WS-CUT-ABS           PIC 9(12).
        10  WS-CUT-PROJ-ABS      PIC 9(12).
        10  WS-CUT-STATE         PIC X(8).
        10  WS-CUT-ALERTED       PIC X(1).
01  WS-CUT-IDX                   PIC 9(2).
01  WS-CFG-KIND                  PIC X(20).
01  WS-CFG-HHMM                  PIC X(10).
01  WS-CFG-LABEL                 PIC X(30).
01  WS-CFG-STEP                  PIC X(20).
01  WS-AT-RISK-COUNT             PIC 9(2) VALUE 0.

      *> The previous check's forecast lines, for ALERTED= carry-over.
01  WS-FC-PIECE OCCURS 8 TIMES   PIC X(40).
01  WS-FC-PREV-START             PIC X(14) VALUE SPACES.

01  WS-SECS-EDIT                 PIC Z(7)9.
01  WS-COUNT-EDIT                PIC ZZ9.
01  WS-HHMM-A                    PIC X(5).
01  WS-HHMM-B                    PIC X(5).
01  WS-OUT-LINE                  PIC X(250) VALUE SPACES.

01  WS-RPT-STEP-LINE.
    05  RS-NAME                  PIC X(20).
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-RUNS                  PIC ZZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-AVG                   PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-MIN                   PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-MAX                   PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-LAST                  PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-SLOPE                 PIC -(6)9.99.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-PCT                   PIC -(5)9.9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RS-FLAG                  PIC X(7).

01  WS-RPT-CONV-LINE.
    05  RC-STEP                  PIC X(10).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  RC-COPYBOOK              PIC X(24).
    05  FILLER                   PIC X(1) VALUE SPACES.
    05  RC-RUNS                  PIC ZZZ9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-AVG                   PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-LAST                  PIC Z(7)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-AVG-RPS               PIC Z(8)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-LAST-RPS              PIC Z(8)9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-PCT                   PIC -(5)9.9.
    05  FILLER                   PIC X(2) VALUE SPACES.
    05  RC-FLAG                  PIC X(7).

COPY "ALERTWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    MOVE "WINTREND" TO WS-ALERT-PROGRAM
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TS
    IF WS-TREND-DAYS = 0
       MOVE 30 TO WS-TREND-DAYS
    END-IF
    IF WS-MIN-RUNS < 2
       MOVE 2 TO WS-MIN-RUNS
    END-IF

    PERFORM LIST-WINDOW-SUMMARIES
    PERFORM COLLECT-HISTORY-DAYS
    PERFORM SORT-HISTORY-DAYS
    IF WS-DAY-COUNT > WS-TREND-DAYS
       COMPUTE WS-FIRST-DAY = WS-DAY-COUNT - WS-TREND-DAYS + 1
    ELSE
       MOVE 1 TO WS-FIRST-DAY
    END-IF
    COMPUTE WS-KEPT-DAYS = WS-DAY-COUNT - WS-FIRST-DAY + 1
    IF WS-DAY-COUNT = 0
       MOVE 0 TO WS-KEPT-DAYS
    END-IF

    PERFORM LOAD-STEP-HISTORY
    PERFORM LOAD-CONVERTER-HISTORY
    PERFORM VARYING WS-SER-IDX FROM 1 BY 1
            UNTIL WS-SER-IDX > WS-SER-COUNT
       PERFORM COMPUTE-SERIES-TREND
    END-PERFORM

    IF WS-CHECK-MODE = 'Y'
       PERFORM CHECK-WINDOW-FORECAST
    ELSE
       PERFORM WRITE-TREND-REPORT
       DISPLAY "WINTREND: " WS-KEPT-DAYS " business day(s), "
               WS-SUMMARIES-USED " window summar(ies), "
               WS-UP-COUNT " line(s) trending up - report in "
               FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    END-IF
    MOVE 0 TO RETURN-CODE
    STOP RUN.

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
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:6)) = 'CHECK='
                MOVE FUNCTION UPPER-CASE(WS-PRM-TOKEN(7:1))
                     TO WS-CHECK-MODE
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:5)) = 'DAYS='
                COMPUTE WS-TREND-DAYS =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(6:6))
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:9)) = 'TRENDPCT='
                COMPUTE WS-TREND-PCT =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(10:6))
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'MINRUNS='
                COMPUTE WS-MIN-RUNS =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(9:6))
             WHEN OTHER
                PERFORM APPLY-PARM-TOKEN
          END-EVALUATE
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS.

COPY "TOKENIZE.cpy".

      *> The archive index is the only directory listing there is;
      *> every NIGHT_WINDOW_SUMMARY copy it names is a candidate, once
      *> (a second HOUSEKEEP the same day re-indexes the same path).
      *> The live summary goes last, so it wins a shared business day.
LIST-WINDOW-SUMMARIES.
    MOVE 'N' TO WS-EOF
    OPEN INPUT INDEX-FILE
    IF WS-INDEX-FILE-STATUS NOT = '00'
       CLOSE INDEX-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ INDEX-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE 0 TO WS-SUMMARY-TALLY
                INSPECT INDEX-REC TALLYING WS-SUMMARY-TALLY
                        FOR ALL "NIGHT_WINDOW_SUMMARY"
                IF WS-SUMMARY-TALLY > 0
                   MOVE SPACES TO WS-IDX-PARSE-DATE WS-IDX-PARSE-PATH
                   UNSTRING INDEX-REC DELIMITED BY '|'
                            INTO WS-IDX-PARSE-DATE, WS-IDX-PARSE-PATH
                   END-UNSTRING
                   MOVE WS-IDX-PARSE-PATH TO WS-SUMMARY-IN-NAME
                   PERFORM ADD-SUMMARY-FILE
                END-IF
          END-READ
       END-PERFORM
       CLOSE INDEX-FILE
    END-IF
    MOVE WS-LIVE-SUMMARY-NAME TO WS-SUMMARY-IN-NAME
    PERFORM ADD-SUMMARY-FILE.

ADD-SUMMARY-FILE.
    MOVE 'N' TO WS-SF-FOUND
    PERFORM VARYING WS-SF-IDX FROM 1 BY 1
            UNTIL WS-SF-IDX > WS-SF-COUNT OR WS-SF-FOUND = 'Y'
       IF WS-SF-NAME(WS-SF-IDX) = WS-SUMMARY-IN-NAME
          MOVE 'Y' TO WS-SF-FOUND
       END-IF
    END-PERFORM
    IF WS-SF-FOUND = 'N'
       IF WS-SF-COUNT < 200
          ADD 1 TO WS-SF-COUNT
       ELSE
          *> full: drop the oldest so the newest summaries still land
          PERFORM VARYING WS-SF-IDX FROM 1 BY 1
                  UNTIL WS-SF-IDX > 199
             MOVE WS-SF-ENTRY(WS-SF-IDX + 1) TO WS-SF-ENTRY(WS-SF-IDX)
          END-PERFORM
       END-IF
       MOVE WS-SUMMARY-IN-NAME TO WS-SF-NAME(WS-SF-COUNT)
       MOVE 0 TO WS-SF-BUSDATE(WS-SF-COUNT)
    END-IF.

      *> First pass over both sources: which business days have any
      *> history at all. A summary's day is its WINDOW line's BUSDATE;
      *> a run-log row's day is the date portion of its start stamp,
      *> which the loaders pin to BUSDATE= when NIGHTRUN passes one.
COLLECT-HISTORY-DAYS.
    PERFORM VARYING WS-SF-IDX FROM 1 BY 1
            UNTIL WS-SF-IDX > WS-SF-COUNT
       MOVE WS-SF-NAME(WS-SF-IDX) TO WS-SUMMARY-IN-NAME
       MOVE 'N' TO WS-EOF
       OPEN INPUT SUMMARY-IN-FILE
       IF WS-SUMMARY-IN-STATUS NOT = '00'
          CLOSE SUMMARY-IN-FILE
       ELSE
          PERFORM UNTIL WS-EOF = 'Y'
             READ SUMMARY-IN-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF SUMMARY-IN-REC(1:13) = 'WINDOW STEPS='
                      PERFORM PARSE-SUMMARY-WINDOW-LINE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE SUMMARY-IN-FILE
          IF WS-SF-BUSDATE(WS-SF-IDX) > 0
             MOVE WS-SF-BUSDATE(WS-SF-IDX) TO WS-CAND-DATE
             MOVE WS-SF-IDX TO WS-CAND-SF
             PERFORM ADD-HISTORY-DAY
          END-IF
       END-IF
    END-PERFORM

    MOVE 'N' TO WS-EOF
    OPEN INPUT RUN-LOG-IN-FILE
    IF WS-RUNLOG-IN-STATUS NOT = '00'
       CLOSE RUN-LOG-IN-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ RUN-LOG-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF RUN-LOG-IN-REC(1:30) =
                   'INSERT INTO CONVERSION_RUN_LOG'
                   PERFORM PARSE-RUN-LOG-ROW
                   IF WS-Q-PART(6)(1:8) IS NUMERIC
                      COMPUTE WS-CAND-DATE =
                              FUNCTION NUMVAL(WS-Q-PART(6)(1:8))
                      MOVE 0 TO WS-CAND-SF
                      PERFORM ADD-HISTORY-DAY
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE RUN-LOG-IN-FILE
    END-IF.

      *> The closing WINDOW line carries BUSDATE=.
PARSE-SUMMARY-WINDOW-LINE.
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
       MOVE SPACES TO WS-SUM-PIECE(1)
       UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-PIECE(1)
                WITH POINTER WS-SUM-PTR
       IF WS-SUM-PIECE(1)(1:8) = 'BUSDATE='
          AND WS-SUM-PIECE(1)(9:8) IS NUMERIC
          COMPUTE WS-SF-BUSDATE(WS-SF-IDX) =
                  FUNCTION NUMVAL(WS-SUM-PIECE(1)(9:8))
       END-IF
    END-PERFORM.

      *> Saturdays and Sundays are not business days (MOD 7 of the
      *> integer date: 6 and 0), whatever ran on them. A day already
      *> held keeps the later summary index; a new day joins, or
      *> replaces the oldest day held once the table is full.
ADD-HISTORY-DAY.
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAND-DATE) = 0
       COMPUTE WS-CAND-INT = FUNCTION INTEGER-OF-DATE(WS-CAND-DATE)
       COMPUTE WS-CAND-DOW = FUNCTION MOD(WS-CAND-INT, 7)
       IF WS-CAND-DOW NOT = 6 AND WS-CAND-DOW NOT = 0
          MOVE 0 TO WS-DAY-FOUND
          PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                  UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-DAY-FOUND > 0
             IF WS-DAY-DATE(WS-DAY-IDX) = WS-CAND-DATE
                MOVE WS-DAY-IDX TO WS-DAY-FOUND
             END-IF
          END-PERFORM
          IF WS-DAY-FOUND > 0
             IF WS-CAND-SF > 0
                MOVE WS-CAND-SF TO WS-DAY-SF(WS-DAY-FOUND)
             END-IF
          ELSE
             IF WS-DAY-COUNT < 400
                ADD 1 TO WS-DAY-COUNT
                MOVE WS-CAND-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
                MOVE WS-CAND-SF TO WS-DAY-SF(WS-DAY-COUNT)
             ELSE
                MOVE 1 TO WS-DAY-MIN-IDX
                PERFORM VARYING WS-DAY-IDX FROM 2 BY 1
                        UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   IF WS-DAY-DATE(WS-DAY-IDX) <
                      WS-DAY-DATE(WS-DAY-MIN-IDX)
                      MOVE WS-DAY-IDX TO WS-DAY-MIN-IDX
                   END-IF
                END-PERFORM
                IF WS-CAND-DATE > WS-DAY-DATE(WS-DAY-MIN-IDX)
                   MOVE WS-CAND-DATE TO WS-DAY-DATE(WS-DAY-MIN-IDX)
                   MOVE WS-CAND-SF TO WS-DAY-SF(WS-DAY-MIN-IDX)
                END-IF
             END-IF
          END-IF
       END-IF
    END-IF.

SORT-HISTORY-DAYS.
    PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
            UNTIL WS-DAY-IDX >= WS-DAY-COUNT
       PERFORM VARYING WS-DAY-J FROM 1 BY 1
               UNTIL WS-DAY-J > WS-DAY-COUNT - WS-DAY-IDX
          IF WS-DAY-DATE(WS-DAY-J) > WS-DAY-DATE(WS-DAY-J + 1)
             MOVE WS-DAY-ENTRY(WS-DAY-J) TO WS-DAY-SWAP
             MOVE WS-DAY-ENTRY(WS-DAY-J + 1) TO WS-DAY-ENTRY(WS-DAY-J)
             MOVE WS-DAY-SWAP TO WS-DAY-ENTRY(WS-DAY-J + 1)
          END-IF
       END-PERFORM
    END-PERFORM.

      *> Second pass over the summaries: each kept day's winning
      *> summary contributes its OK steps' elapsed seconds.
LOAD-STEP-HISTORY.
    PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-DAY BY 1
            UNTIL WS-DAY-IDX > WS-DAY-COUNT
       IF WS-DAY-SF(WS-DAY-IDX) > 0
          MOVE WS-DAY-SF(WS-DAY-IDX) TO WS-SF-IDX
          MOVE WS-SF-NAME(WS-SF-IDX) TO WS-SUMMARY-IN-NAME
          COMPUTE WS-OBS-X = WS-DAY-IDX - WS-FIRST-DAY + 1
          MOVE 'N' TO WS-EOF
          OPEN INPUT SUMMARY-IN-FILE
          IF WS-SUMMARY-IN-STATUS NOT = '00'
             CLOSE SUMMARY-IN-FILE
          ELSE
             ADD 1 TO WS-SUMMARIES-USED
             PERFORM UNTIL WS-EOF = 'Y'
                READ SUMMARY-IN-FILE
                   AT END
                      MOVE 'Y' TO WS-EOF
                   NOT AT END
                      IF SUMMARY-IN-REC(1:5) = 'STEP='
                         PERFORM PARSE-SUMMARY-STEP-LINE
                         IF WS-SUM-STATUS = 'OK'
                            AND WS-SUM-START-TS IS NUMERIC
                            AND WS-SUM-END-TS IS NUMERIC
                            MOVE WS-SUM-START-TS TO WS-TS-A
                            MOVE WS-SUM-END-TS TO WS-TS-B
                            PERFORM COMPUTE-ELAPSED-SECONDS
                            MOVE 'S' TO WS-OBS-KIND
                            MOVE WS-SUM-STEP-NAME TO WS-OBS-NAME
                            MOVE SPACES TO WS-OBS-INPUT
                            MOVE WS-DUR-SECONDS TO WS-OBS-Y
                            MOVE 0 TO WS-OBS-READ
                            PERFORM ADD-TO-SERIES
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE SUMMARY-IN-FILE
          END-IF
       END-IF
    END-PERFORM.

      *> One "STEP=... STATUS=... RC=... START=... END=..." line:
      *> split on blanks, then each KEY=VALUE on its '='.
PARSE-SUMMARY-STEP-LINE.
    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 10
       MOVE SPACES TO WS-SUM-PIECE(WS-SUM-IDX)
    END-PERFORM
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    MOVE 0 TO WS-SUM-IDX
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN OR WS-SUM-IDX >= 10
       ADD 1 TO WS-SUM-IDX
       UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-PIECE(WS-SUM-IDX)
                WITH POINTER WS-SUM-PTR
    END-PERFORM

    MOVE SPACES TO WS-SUM-STEP-NAME WS-SUM-STATUS
                   WS-SUM-START-TS WS-SUM-END-TS
    UNSTRING WS-SUM-PIECE(1) DELIMITED BY '='
             INTO WS-SUM-KEY, WS-SUM-STEP-NAME
    END-UNSTRING
    PERFORM VARYING WS-SUM-IDX FROM 2 BY 1
            UNTIL WS-SUM-IDX > 10
       IF WS-SUM-PIECE(WS-SUM-IDX) NOT = SPACES
          MOVE SPACES TO WS-SUM-KEY WS-SUM-VALUE
          UNSTRING WS-SUM-PIECE(WS-SUM-IDX) DELIMITED BY '='
                   INTO WS-SUM-KEY, WS-SUM-VALUE
          END-UNSTRING
          EVALUATE FUNCTION TRIM(WS-SUM-KEY)
             WHEN 'STATUS'
                MOVE WS-SUM-VALUE(1:8) TO WS-SUM-STATUS
             WHEN 'START'
                MOVE WS-SUM-VALUE(1:14) TO WS-SUM-START-TS
             WHEN 'END'
                MOVE WS-SUM-VALUE(1:14) TO WS-SUM-END-TS
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-PERFORM.

      *> Second pass over the run log: rows inside the period, the
      *> last row per converter and day standing.
LOAD-CONVERTER-HISTORY.
    MOVE 'N' TO WS-EOF
    OPEN INPUT RUN-LOG-IN-FILE
    IF WS-RUNLOG-IN-STATUS NOT = '00'
       CLOSE RUN-LOG-IN-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ RUN-LOG-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF RUN-LOG-IN-REC(1:30) =
                   'INSERT INTO CONVERSION_RUN_LOG'
                   PERFORM PARSE-RUN-LOG-ROW
                   PERFORM KEEP-RUN-LOG-ROW
                END-IF
          END-READ
       END-PERFORM
       CLOSE RUN-LOG-IN-FILE
    END-IF

    PERFORM VARYING WS-RL-IDX FROM 1 BY 1
            UNTIL WS-RL-IDX > WS-RL-COUNT
       MOVE 'C' TO WS-OBS-KIND
       MOVE WS-RL-COPYBOOK(WS-RL-IDX) TO WS-OBS-NAME
       MOVE WS-RL-INPUT(WS-RL-IDX) TO WS-OBS-INPUT
       MOVE WS-RL-X(WS-RL-IDX) TO WS-OBS-X
       MOVE WS-RL-SECONDS(WS-RL-IDX) TO WS-OBS-Y
       MOVE WS-RL-READ(WS-RL-IDX) TO WS-OBS-READ
       PERFORM ADD-TO-SERIES
    END-PERFORM.

      *> Apostrophe-alternation parse: piece 2 is the copybook, 4 the
      *> input file, 6/8 the timestamps, 9 carries the three counts
      *> between commas.
PARSE-RUN-LOG-ROW.
    PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 14
       MOVE SPACES TO WS-Q-PART(WS-Q-IDX)
    END-PERFORM
    COMPUTE WS-Q-LINE-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(RUN-LOG-IN-REC))
    MOVE 1 TO WS-Q-PTR
    MOVE 0 TO WS-Q-IDX
    PERFORM UNTIL WS-Q-PTR > WS-Q-LINE-LEN OR WS-Q-IDX >= 14
       ADD 1 TO WS-Q-IDX
       UNSTRING RUN-LOG-IN-REC DELIMITED BY "'"
                INTO WS-Q-PART(WS-Q-IDX)
                WITH POINTER WS-Q-PTR
    END-PERFORM.

KEEP-RUN-LOG-ROW.
    MOVE 0 TO WS-DAY-FOUND
    IF WS-Q-PART(6)(1:8) IS NUMERIC
       AND WS-Q-PART(8)(1:14) IS NUMERIC
       PERFORM VARYING WS-DAY-IDX FROM WS-FIRST-DAY BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT OR WS-DAY-FOUND > 0
          IF WS-DAY-DATE(WS-DAY-IDX) =
             FUNCTION NUMVAL(WS-Q-PART(6)(1:8))
             MOVE WS-DAY-IDX TO WS-DAY-FOUND
          END-IF
       END-PERFORM
    END-IF
    IF WS-DAY-FOUND > 0
       ADD 1 TO WS-RUNLOG-ROWS
       MOVE WS-Q-PART(6)(1:14) TO WS-TS-A
       MOVE WS-Q-PART(8)(1:14) TO WS-TS-B
       PERFORM COMPUTE-ELAPSED-SECONDS
       COMPUTE WS-OBS-X = WS-DAY-FOUND - WS-FIRST-DAY + 1
       MOVE 0 TO WS-RL-FOUND
       PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > WS-RL-COUNT OR WS-RL-FOUND > 0
          IF WS-RL-COPYBOOK(WS-RL-IDX) = WS-Q-PART(2)
             AND WS-RL-INPUT(WS-RL-IDX) = WS-Q-PART(4)
             AND WS-RL-X(WS-RL-IDX) = WS-OBS-X
             MOVE WS-RL-IDX TO WS-RL-FOUND
          END-IF
       END-PERFORM
       IF WS-RL-FOUND = 0 AND WS-RL-COUNT < 1500
          ADD 1 TO WS-RL-COUNT
          MOVE WS-RL-COUNT TO WS-RL-FOUND
       END-IF
       IF WS-RL-FOUND > 0
          MOVE WS-Q-PART(2) TO WS-RL-COPYBOOK(WS-RL-FOUND)
          MOVE WS-Q-PART(4) TO WS-RL-INPUT(WS-RL-FOUND)
          MOVE WS-OBS-X TO WS-RL-X(WS-RL-FOUND)
          MOVE WS-DUR-SECONDS TO WS-RL-SECONDS(WS-RL-FOUND)
          MOVE SPACES TO WS-NUM-A WS-NUM-B WS-NUM-C
          UNSTRING WS-Q-PART(9) DELIMITED BY ','
                   INTO WS-NUM-SKIP, WS-NUM-A, WS-NUM-B, WS-NUM-C
          END-UNSTRING
          COMPUTE WS-RL-READ(WS-RL-FOUND) = FUNCTION NUMVAL(WS-NUM-A)
       END-IF
    END-IF.

      *> CURRENT-DATE images; spans midnight via INTEGER-OF-DATE.
COMPUTE-ELAPSED-SECONDS.
    COMPUTE WS-TS-DATE-NUM = FUNCTION NUMVAL(WS-TS-A(1:8))
    COMPUTE WS-TS-INT-A = FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
    COMPUTE WS-TS-SEC-A = FUNCTION NUMVAL(WS-TS-A(9:2)) * 3600
            + FUNCTION NUMVAL(WS-TS-A(11:2)) * 60
            + FUNCTION NUMVAL(WS-TS-A(13:2))
    COMPUTE WS-TS-DATE-NUM = FUNCTION NUMVAL(WS-TS-B(1:8))
    COMPUTE WS-TS-INT-B = FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
    COMPUTE WS-TS-SEC-B = FUNCTION NUMVAL(WS-TS-B(9:2)) * 3600
            + FUNCTION NUMVAL(WS-TS-B(11:2)) * 60
            + FUNCTION NUMVAL(WS-TS-B(13:2))
    COMPUTE WS-DUR-SECONDS =
            (WS-TS-INT-B - WS-TS-INT-A) * 86400
            + WS-TS-SEC-B - WS-TS-SEC-A
    IF WS-DUR-SECONDS < 0
       MOVE 0 TO WS-DUR-SECONDS
    END-IF.

ADD-TO-SERIES.
    MOVE 0 TO WS-SER-FOUND
    PERFORM VARYING WS-SER-IDX FROM 1 BY 1
            UNTIL WS-SER-IDX > WS-SER-COUNT OR WS-SER-FOUND > 0
       IF WS-SER-KIND(WS-SER-IDX) = WS-OBS-KIND
          AND WS-SER-NAME(WS-SER-IDX) = WS-OBS-NAME
          AND WS-SER-INPUT(WS-SER-IDX) = WS-OBS-INPUT
          MOVE WS-SER-IDX TO WS-SER-FOUND
       END-IF
    END-PERFORM
    IF WS-SER-FOUND = 0 AND WS-SER-COUNT < 80
       ADD 1 TO WS-SER-COUNT
       MOVE WS-SER-COUNT TO WS-SER-FOUND
       INITIALIZE WS-SER-ENTRY(WS-SER-FOUND)
       MOVE WS-OBS-KIND TO WS-SER-KIND(WS-SER-FOUND)
       MOVE WS-OBS-NAME TO WS-SER-NAME(WS-SER-FOUND)
       MOVE WS-OBS-INPUT TO WS-SER-INPUT(WS-SER-FOUND)
       MOVE WS-OBS-X TO WS-SER-MIN-X(WS-SER-FOUND)
       MOVE WS-OBS-Y TO WS-SER-MIN-Y(WS-SER-FOUND)
    END-IF
    IF WS-SER-FOUND > 0
       MOVE WS-SER-FOUND TO WS-SER-IDX
       ADD 1 TO WS-SER-N(WS-SER-IDX)
       ADD WS-OBS-X TO WS-SER-SUM-X(WS-SER-IDX)
       ADD WS-OBS-Y TO WS-SER-SUM-Y(WS-SER-IDX)
       COMPUTE WS-SER-SUM-XY(WS-SER-IDX) =
               WS-SER-SUM-XY(WS-SER-IDX) + WS-OBS-X * WS-OBS-Y
       COMPUTE WS-SER-SUM-XX(WS-SER-IDX) =
               WS-SER-SUM-XX(WS-SER-IDX) + WS-OBS-X * WS-OBS-X
       ADD WS-OBS-READ TO WS-SER-SUM-READ(WS-SER-IDX)
       IF WS-OBS-X < WS-SER-MIN-X(WS-SER-IDX)
          MOVE WS-OBS-X TO WS-SER-MIN-X(WS-SER-IDX)
       END-IF
       IF WS-OBS-Y < WS-SER-MIN-Y(WS-SER-IDX)
          MOVE WS-OBS-Y TO WS-SER-MIN-Y(WS-SER-IDX)
       END-IF
       IF WS-OBS-Y > WS-SER-MAX-Y(WS-SER-IDX)
          MOVE WS-OBS-Y TO WS-SER-MAX-Y(WS-SER-IDX)
       END-IF
       IF WS-OBS-X >= WS-SER-LAST-X(WS-SER-IDX)
          MOVE WS-OBS-X TO WS-SER-LAST-X(WS-SER-IDX)
          MOVE WS-OBS-Y TO WS-SER-LAST-Y(WS-SER-IDX)
          MOVE WS-OBS-READ TO WS-SER-LAST-READ(WS-SER-IDX)
       END-IF
    END-IF.

      *> Least-squares slope b = (n.Sxy - Sx.Sy) / (n.Sxx - Sx.Sx) in
      *> seconds per business day; the change is b across the span of
      *> days the series covers, as a percent of its average. The
      *> projection for tonight is the fitted line one day past the
      *> period when the series is trending up, else the average - an
      *> average alone would under-call exactly the steps that creep.
COMPUTE-SERIES-TREND.
    MOVE 0 TO WS-SER-SLOPE(WS-SER-IDX)
    MOVE 0 TO WS-SER-CHANGE-PCT(WS-SER-IDX)
    MOVE 0 TO WS-SER-PROJ-Y(WS-SER-IDX)
    MOVE "n/a" TO WS-SER-FLAG(WS-SER-IDX)
    IF WS-SER-N(WS-SER-IDX) > 0
       COMPUTE WS-FIT-MEAN ROUNDED =
               WS-SER-SUM-Y(WS-SER-IDX) / WS-SER-N(WS-SER-IDX)
       COMPUTE WS-FIT-MEAN-X ROUNDED =
               WS-SER-SUM-X(WS-SER-IDX) / WS-SER-N(WS-SER-IDX)
       COMPUTE WS-SER-PROJ-Y(WS-SER-IDX) ROUNDED = WS-FIT-MEAN
       COMPUTE WS-FIT-DENOM =
               WS-SER-N(WS-SER-IDX) * WS-SER-SUM-XX(WS-SER-IDX)
               - WS-SER-SUM-X(WS-SER-IDX) * WS-SER-SUM-X(WS-SER-IDX)
       IF WS-SER-N(WS-SER-IDX) > 1 AND WS-FIT-DENOM > 0
          COMPUTE WS-FIT-NUMER =
                  WS-SER-N(WS-SER-IDX) * WS-SER-SUM-XY(WS-SER-IDX)
                  - WS-SER-SUM-X(WS-SER-IDX) * WS-SER-SUM-Y(WS-SER-IDX)
          COMPUTE WS-SER-SLOPE(WS-SER-IDX) ROUNDED =
                  WS-FIT-NUMER / WS-FIT-DENOM
          COMPUTE WS-FIT-SPAN = WS-SER-LAST-X(WS-SER-IDX)
                  - WS-SER-MIN-X(WS-SER-IDX)
          IF WS-FIT-MEAN > 0
             COMPUTE WS-SER-CHANGE-PCT(WS-SER-IDX) ROUNDED =
                     WS-SER-SLOPE(WS-SER-IDX) * WS-FIT-SPAN
                     * 100 / WS-FIT-MEAN
          END-IF
       END-IF
       IF WS-SER-N(WS-SER-IDX) >= WS-MIN-RUNS
          EVALUATE TRUE
             WHEN WS-SER-CHANGE-PCT(WS-SER-IDX) >= WS-TREND-PCT
                AND WS-SER-SLOPE(WS-SER-IDX) > 0
                MOVE "UP" TO WS-SER-FLAG(WS-SER-IDX)
                ADD 1 TO WS-UP-COUNT
                COMPUTE WS-FIT-OFFSET = WS-KEPT-DAYS + 1
                SUBTRACT WS-FIT-MEAN-X FROM WS-FIT-OFFSET
                COMPUTE WS-FIT-NEXT ROUNDED = WS-FIT-MEAN
                        + WS-SER-SLOPE(WS-SER-IDX) * WS-FIT-OFFSET
                IF WS-FIT-NEXT > WS-SER-PROJ-Y(WS-SER-IDX)
                   COMPUTE WS-SER-PROJ-Y(WS-SER-IDX) ROUNDED =
                           WS-FIT-NEXT
                END-IF
             WHEN WS-SER-CHANGE-PCT(WS-SER-IDX) <= 0 - WS-TREND-PCT
                MOVE "DOWN" TO WS-SER-FLAG(WS-SER-IDX)
             WHEN OTHER
                MOVE "STEADY" TO WS-SER-FLAG(WS-SER-IDX)
          END-EVALUATE
       END-IF
    END-IF.

WRITE-TREND-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "BATCH WINDOW TREND REPORT  RUN=" DELIMITED BY SIZE
           WS-RUN-TS(1:14) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-KEPT-DAYS > 0
       STRING "HISTORY: " DELIMITED BY SIZE
              WS-KEPT-DAYS DELIMITED BY SIZE
              " BUSINESS DAY(S) " DELIMITED BY SIZE
              WS-DAY-DATE(WS-FIRST-DAY) DELIMITED BY SIZE
              " TO " DELIMITED BY SIZE
              WS-DAY-DATE(WS-DAY-COUNT) DELIMITED BY SIZE
              "  WINDOW SUMMARIES=" DELIMITED BY SIZE
              WS-SUMMARIES-USED DELIMITED BY SIZE
              "  RUN-LOG ROWS=" DELIMITED BY SIZE
              WS-RUNLOG-ROWS DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       MOVE "HISTORY: NONE - NO WINDOW SUMMARY OR RUN-LOG ROW FOUND"
            TO WS-OUT-LINE
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "TREND: UP/DOWN WHEN AT LEAST " DELIMITED BY SIZE
           WS-MIN-RUNS DELIMITED BY SIZE
           " RUNS AND THE FITTED LINE MOVES " DELIMITED BY SIZE
           WS-TREND-PCT DELIMITED BY SIZE
           "% OF THE AVERAGE OVER THE PERIOD" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE

    MOVE "NIGHT WINDOW STEPS - ELAPSED SECONDS" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "STEP                  RUNS  AVG-SECS  MIN-SECS"
           "  MAX-SECS LAST-SECS   SLOPE/DAY  CHANGE%  TREND"
           DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-SER-IDX FROM 1 BY 1
            UNTIL WS-SER-IDX > WS-SER-COUNT
       IF WS-SER-KIND(WS-SER-IDX) = 'S'
          MOVE WS-SER-NAME(WS-SER-IDX) TO RS-NAME
          MOVE WS-SER-N(WS-SER-IDX) TO RS-RUNS
          COMPUTE RS-AVG ROUNDED =
                  WS-SER-SUM-Y(WS-SER-IDX) / WS-SER-N(WS-SER-IDX)
          MOVE WS-SER-MIN-Y(WS-SER-IDX) TO RS-MIN
          MOVE WS-SER-MAX-Y(WS-SER-IDX) TO RS-MAX
          MOVE WS-SER-LAST-Y(WS-SER-IDX) TO RS-LAST
          MOVE WS-SER-SLOPE(WS-SER-IDX) TO RS-SLOPE
          MOVE WS-SER-CHANGE-PCT(WS-SER-IDX) TO RS-PCT
          MOVE WS-SER-FLAG(WS-SER-IDX) TO RS-FLAG
          MOVE WS-RPT-STEP-LINE TO WS-OUT-LINE
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE

    MOVE "CONVERTERS - ELAPSED SECONDS AND RECORDS/SEC (RUN LOG)"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "STEP       COPYBOOK                 RUNS  AVG-SECS"
           " LAST-SECS  AVG-REC/S LAST-REC/S  CHANGE%  TREND"
           DELIMITED BY SIZE INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-SER-IDX FROM 1 BY 1
            UNTIL WS-SER-IDX > WS-SER-COUNT
       IF WS-SER-KIND(WS-SER-IDX) = 'C'
          PERFORM FIND-STEP-FOR-COPYBOOK
          MOVE WS-MAP-STEP-NAME TO RC-STEP
          MOVE WS-SER-NAME(WS-SER-IDX) TO RC-COPYBOOK
          MOVE WS-SER-N(WS-SER-IDX) TO RC-RUNS
          COMPUTE RC-AVG ROUNDED =
                  WS-SER-SUM-Y(WS-SER-IDX) / WS-SER-N(WS-SER-IDX)
          MOVE WS-SER-LAST-Y(WS-SER-IDX) TO RC-LAST
          *> records over seconds, a sub-second run counting as one
          IF WS-SER-SUM-Y(WS-SER-IDX) > 0
             COMPUTE RC-AVG-RPS ROUNDED = WS-SER-SUM-READ(WS-SER-IDX)
                     / WS-SER-SUM-Y(WS-SER-IDX)
          ELSE
             MOVE WS-SER-SUM-READ(WS-SER-IDX) TO RC-AVG-RPS
          END-IF
          IF WS-SER-LAST-Y(WS-SER-IDX) > 0
             COMPUTE RC-LAST-RPS ROUNDED = WS-SER-LAST-READ(WS-SER-IDX)
                     / WS-SER-LAST-Y(WS-SER-IDX)
          ELSE
             MOVE WS-SER-LAST-READ(WS-SER-IDX) TO RC-LAST-RPS
          END-IF
          MOVE WS-SER-CHANGE-PCT(WS-SER-IDX) TO RC-PCT
          MOVE WS-SER-FLAG(WS-SER-IDX) TO RC-FLAG
          MOVE WS-RPT-CONV-LINE TO WS-OUT-LINE
          PERFORM WRITE-REPORT-LINE
          MOVE SPACES TO WS-OUT-LINE
          STRING "           INPUT=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SER-INPUT(WS-SER-IDX))
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "LINES TRENDING UP: " DELIMITED BY SIZE
           WS-UP-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    CLOSE REPORT-FILE.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC.

FIND-STEP-FOR-COPYBOOK.
    MOVE SPACES TO WS-MAP-STEP-NAME
    PERFORM VARYING WS-MAP-IDX FROM 1 BY 1 UNTIL WS-MAP-IDX > 7
       IF FUNCTION TRIM(WS-MAP-COPYBOOK(WS-MAP-IDX)) =
          FUNCTION TRIM(WS-SER-NAME(WS-SER-IDX))
          MOVE WS-MAP-STEP(WS-MAP-IDX) TO WS-MAP-STEP-NAME
       END-IF
    END-PERFORM.

      *> The mid-window check. Nothing to judge without the progress
      *> file or without a cutoff; either way the window carries on.
CHECK-WINDOW-FORECAST.
    PERFORM READ-WINDOW-PROGRESS
    IF WS-PG-FOUND = 'N'
       DISPLAY "WINTREND: no window progress at "
               FUNCTION TRIM(WS-PROGRESS-FILE-NAME)
               " - nothing to forecast."
    ELSE
       PERFORM LOAD-WINDOW-CUTOFFS
       IF WS-CUT-COUNT = 0
          DISPLAY "WINTREND: no CUTOFF line in "
                  FUNCTION TRIM(WS-JOB-LIST-NAME)
                  " - nothing to forecast against."
       ELSE
          PERFORM PROJECT-PENDING-STEPS
          PERFORM READ-PREVIOUS-FORECAST
          PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                  UNTIL WS-CUT-IDX > WS-CUT-COUNT
             PERFORM JUDGE-ONE-CUTOFF
          END-PERFORM
          PERFORM WRITE-WINDOW-FORECAST
          MOVE WS-WINDOW-PROJ-ABS TO WS-ABS-SECS
          PERFORM ABS-TO-TIMESTAMP
          DISPLAY "WINTREND: " WS-PEND-COUNT " step(s) pending, "
                  "projected finish " WS-ABS-TS(9:4) ", "
                  WS-AT-RISK-COUNT " cutoff(s) at risk."
       END-IF
    END-IF.

      *> NIGHTRUN's progress file is the summary layout written
      *> mid-window: START= and CONFIG= on the header, PENDING for
      *> each step still to run, BUSDATE= on the closing line.
READ-WINDOW-PROGRESS.
    MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-IN-NAME
    MOVE 'N' TO WS-EOF
    OPEN INPUT SUMMARY-IN-FILE
    IF WS-SUMMARY-IN-STATUS NOT = '00'
       CLOSE SUMMARY-IN-FILE
    ELSE
       MOVE 'Y' TO WS-PG-FOUND
       PERFORM UNTIL WS-EOF = 'Y'
          READ SUMMARY-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                EVALUATE TRUE
                   WHEN SUMMARY-IN-REC(1:20) = 'NIGHT WINDOW SUMMARY'
                      PERFORM PARSE-PROGRESS-HEADER
                   WHEN SUMMARY-IN-REC(1:5) = 'STEP='
                      PERFORM PARSE-SUMMARY-STEP-LINE
                      IF WS-SUM-STATUS = 'PENDING'
                         AND WS-PEND-COUNT < 50
                         ADD 1 TO WS-PEND-COUNT
                         MOVE WS-SUM-STEP-NAME
                              TO WS-PEND-NAME(WS-PEND-COUNT)
                      END-IF
                   WHEN SUMMARY-IN-REC(1:13) = 'WINDOW STEPS='
                      PERFORM PARSE-PROGRESS-WINDOW-LINE
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
          END-READ
       END-PERFORM
       CLOSE SUMMARY-IN-FILE
    END-IF.

PARSE-PROGRESS-HEADER.
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
       MOVE SPACES TO WS-SUM-VALUE
       UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-VALUE
                WITH POINTER WS-SUM-PTR
       IF WS-SUM-VALUE(1:6) = 'START='
          MOVE WS-SUM-VALUE(7:14) TO WS-PG-START-TS
       END-IF
       IF WS-SUM-VALUE(1:7) = 'CONFIG='
          AND WS-SUM-VALUE(8:1) NOT = SPACE
          MOVE WS-SUM-VALUE(8:73) TO WS-JOB-LIST-NAME
       END-IF
    END-PERFORM.

PARSE-PROGRESS-WINDOW-LINE.
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
       MOVE SPACES TO WS-SUM-PIECE(1)
       UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-PIECE(1)
                WITH POINTER WS-SUM-PTR
       IF WS-SUM-PIECE(1)(1:8) = 'BUSDATE='
          MOVE WS-SUM-PIECE(1)(9:8) TO WS-PG-BUSDATE
       END-IF
    END-PERFORM.

      *> CUTOFF|HHMM|LABEL[|STEP] - every other line of the window's
      *> config is a step and is NIGHTRUN's business, not this one's.
LOAD-WINDOW-CUTOFFS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT JOB-LIST-FILE
    IF WS-JOB-LIST-STATUS NOT = '00'
       CLOSE JOB-LIST-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ JOB-LIST-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF FUNCTION UPPER-CASE(JOB-LIST-LINE(1:7)) = 'CUTOFF|'
                   AND WS-CUT-COUNT < 10
                   MOVE SPACES TO WS-CFG-KIND WS-CFG-HHMM
                                  WS-CFG-LABEL WS-CFG-STEP
                   UNSTRING JOB-LIST-LINE DELIMITED BY '|'
                            INTO WS-CFG-KIND, WS-CFG-HHMM,
                                 WS-CFG-LABEL, WS-CFG-STEP
                   END-UNSTRING
                   IF WS-CFG-HHMM(1:4) IS NUMERIC
                      AND WS-CFG-HHMM(1:2) < '24'
                      AND WS-CFG-HHMM(3:2) < '60'
                      ADD 1 TO WS-CUT-COUNT
                      MOVE WS-CFG-HHMM(1:4) TO WS-CUT-HHMM(WS-CUT-COUNT)
                      MOVE FUNCTION TRIM(WS-CFG-LABEL)
                           TO WS-CUT-LABEL(WS-CUT-COUNT)
                      MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CFG-STEP))
                           TO WS-CUT-STEP(WS-CUT-COUNT)
                      MOVE 'N' TO WS-CUT-ALERTED(WS-CUT-COUNT)
                   ELSE
                      DISPLAY "WINTREND: CUTOFF time '"
                              FUNCTION TRIM(WS-CFG-HHMM)
                              "' is not HHMM - line ignored."
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE JOB-LIST-FILE
    END-IF.

      *> Each pending step's expected seconds, from its trend series;
      *> a step with no OK run in the period has nothing to go on and
      *> counts as zero (reported, so an optimistic forecast says so).
PROJECT-PENDING-STEPS.
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
    MOVE WS-NOW-TS(1:14) TO WS-ABS-TS
    PERFORM TIMESTAMP-TO-ABS
    MOVE WS-ABS-SECS TO WS-NOW-ABS
    IF WS-PG-START-TS IS NUMERIC
       MOVE WS-PG-START-TS TO WS-ABS-TS
       PERFORM TIMESTAMP-TO-ABS
       MOVE WS-ABS-SECS TO WS-START-ABS
    ELSE
       MOVE WS-NOW-ABS TO WS-START-ABS
       MOVE WS-NOW-TS(1:14) TO WS-PG-START-TS
    END-IF
    MOVE WS-NOW-ABS TO WS-RUNNING-ABS
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
       MOVE 0 TO WS-PEND-SECONDS(WS-PEND-IDX)
       MOVE 'N' TO WS-PEND-HAS-HIST(WS-PEND-IDX)
       PERFORM VARYING WS-SER-IDX FROM 1 BY 1
               UNTIL WS-SER-IDX > WS-SER-COUNT
          IF WS-SER-KIND(WS-SER-IDX) = 'S'
             AND WS-SER-NAME(WS-SER-IDX) = WS-PEND-NAME(WS-PEND-IDX)
             MOVE WS-SER-PROJ-Y(WS-SER-IDX)
                  TO WS-PEND-SECONDS(WS-PEND-IDX)
             MOVE 'Y' TO WS-PEND-HAS-HIST(WS-PEND-IDX)
          END-IF
       END-PERFORM
       IF WS-PEND-HAS-HIST(WS-PEND-IDX) = 'N'
          ADD 1 TO WS-NOHIST-COUNT
       END-IF
       ADD WS-PEND-SECONDS(WS-PEND-IDX) TO WS-RUNNING-ABS
    END-PERFORM
    MOVE WS-RUNNING-ABS TO WS-WINDOW-PROJ-ABS.

      *> ALERTED=Y lines from this same window's earlier checks.
READ-PREVIOUS-FORECAST.
    MOVE 'N' TO WS-EOF
    OPEN INPUT FORECAST-FILE
    IF WS-FORECAST-FILE-STATUS NOT = '00'
       CLOSE FORECAST-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ FORECAST-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                        UNTIL WS-SUM-IDX > 8
                   MOVE SPACES TO WS-FC-PIECE(WS-SUM-IDX)
                END-PERFORM
                UNSTRING FORECAST-REC DELIMITED BY '|'
                         INTO WS-FC-PIECE(1), WS-FC-PIECE(2),
                              WS-FC-PIECE(3), WS-FC-PIECE(4),
                              WS-FC-PIECE(5), WS-FC-PIECE(6),
                              WS-FC-PIECE(7), WS-FC-PIECE(8)
                END-UNSTRING
                IF WS-FC-PIECE(1) = 'WINDOW'
                   MOVE WS-FC-PIECE(2)(1:14) TO WS-FC-PREV-START
                END-IF
                IF WS-FC-PIECE(1) = 'CUTOFF'
                   AND WS-FC-PREV-START = WS-PG-START-TS
                   AND WS-FC-PIECE(8) = 'ALERTED=Y'
                   PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
                           UNTIL WS-CUT-IDX > WS-CUT-COUNT
                      IF WS-CUT-LABEL(WS-CUT-IDX) = WS-FC-PIECE(2)
                         MOVE 'Y' TO WS-CUT-ALERTED(WS-CUT-IDX)
                      END-IF
                   END-PERFORM
                END-IF
          END-READ
       END-PERFORM
       CLOSE FORECAST-FILE
    END-IF.

      *> The cutoff is the first HHMM after the window started - a
      *> 0600 cutoff for a 2300 start falls on the next calendar day.
      *> A STEP cutoff is judged on that step's projected end; one
      *> whose step is no longer pending (run, skipped, or not due
      *> tonight) has nothing left to forecast.
JUDGE-ONE-CUTOFF.
    MOVE WS-PG-START-TS(1:8) TO WS-ABS-TS(1:8)
    MOVE WS-CUT-HHMM(WS-CUT-IDX) TO WS-ABS-TS(9:4)
    MOVE "00" TO WS-ABS-TS(13:2)
    PERFORM TIMESTAMP-TO-ABS
    IF WS-ABS-SECS <= WS-START-ABS
       ADD 86400 TO WS-ABS-SECS
    END-IF
    MOVE WS-ABS-SECS TO WS-CUT-ABS(WS-CUT-IDX)

    IF WS-CUT-STEP(WS-CUT-IDX) = SPACES
       MOVE WS-WINDOW-PROJ-ABS TO WS-CUT-PROJ-ABS(WS-CUT-IDX)
    ELSE
       MOVE 0 TO WS-CUT-PROJ-ABS(WS-CUT-IDX)
       MOVE WS-NOW-ABS TO WS-RUNNING-ABS
       PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
                  OR WS-CUT-PROJ-ABS(WS-CUT-IDX) > 0
          ADD WS-PEND-SECONDS(WS-PEND-IDX) TO WS-RUNNING-ABS
          IF FUNCTION UPPER-CASE(WS-PEND-NAME(WS-PEND-IDX)) =
             WS-CUT-STEP(WS-CUT-IDX)
             MOVE WS-RUNNING-ABS TO WS-CUT-PROJ-ABS(WS-CUT-IDX)
          END-IF
       END-PERFORM
    END-IF

    EVALUATE TRUE
       WHEN WS-CUT-PROJ-ABS(WS-CUT-IDX) = 0
          MOVE "DONE" TO WS-CUT-STATE(WS-CUT-IDX)
       WHEN WS-CUT-PROJ-ABS(WS-CUT-IDX) > WS-CUT-ABS(WS-CUT-IDX)
          MOVE "AT-RISK" TO WS-CUT-STATE(WS-CUT-IDX)
          ADD 1 TO WS-AT-RISK-COUNT
          IF WS-CUT-ALERTED(WS-CUT-IDX) = 'N'
             PERFORM RAISE-OVERRUN-ALERT
             MOVE 'Y' TO WS-CUT-ALERTED(WS-CUT-IDX)
          END-IF
       WHEN OTHER
          MOVE "ON-TRACK" TO WS-CUT-STATE(WS-CUT-IDX)
    END-EVALUATE.

RAISE-OVERRUN-ALERT.
    MOVE WS-CUT-PROJ-ABS(WS-CUT-IDX) TO WS-ABS-SECS
    PERFORM ABS-TO-TIMESTAMP
    MOVE SPACES TO WS-HHMM-A WS-HHMM-B
    STRING WS-ABS-TS(9:2) ":" WS-ABS-TS(11:2)
           DELIMITED BY SIZE INTO WS-HHMM-A
    END-STRING
    STRING WS-CUT-HHMM(WS-CUT-IDX)(1:2) ":"
           WS-CUT-HHMM(WS-CUT-IDX)(3:2)
           DELIMITED BY SIZE INTO WS-HHMM-B
    END-STRING
    MOVE WS-PEND-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-ALERT-TEXT
    IF WS-CUT-STEP(WS-CUT-IDX) = SPACES
       STRING "WINDOW PROJECTED TO FINISH " DELIMITED BY SIZE
              WS-HHMM-A DELIMITED BY SIZE
              " PAST " DELIMITED BY SIZE
              WS-HHMM-B DELIMITED BY SIZE
              " CUTOFF, " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
              " STEP(S) PENDING" DELIMITED BY SIZE
              INTO WS-ALERT-TEXT
       END-STRING
    ELSE
       STRING "STEP " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUT-STEP(WS-CUT-IDX)) DELIMITED BY SIZE
              " PROJECTED TO END " DELIMITED BY SIZE
              WS-HHMM-A DELIMITED BY SIZE
              " PAST " DELIMITED BY SIZE
              WS-HHMM-B DELIMITED BY SIZE
              " CUTOFF" DELIMITED BY SIZE
              INTO WS-ALERT-TEXT
       END-STRING
    END-IF
    MOVE WS-CUT-LABEL(WS-CUT-IDX) TO WS-ALERT-COPYBOOK
    MOVE "WINDOW-OVERRUN" TO WS-ALERT-CLASS
    MOVE 0 TO WS-ALERT-READ
    MOVE 0 TO WS-ALERT-LOADED
    MOVE 0 TO WS-ALERT-REJECTED
    PERFORM WRITE-ALERT-LINE
    DISPLAY "WINTREND: " FUNCTION TRIM(WS-CUT-LABEL(WS-CUT-IDX))
            " AT RISK - " FUNCTION TRIM(WS-ALERT-TEXT).

      *> Rewritten at every check: the window line, then one line per
      *> cutoff with its verdict and whether it has been paged.
WRITE-WINDOW-FORECAST.
    OPEN OUTPUT FORECAST-FILE
    MOVE WS-WINDOW-PROJ-ABS TO WS-ABS-SECS
    PERFORM ABS-TO-TIMESTAMP
    MOVE SPACES TO WS-OUT-LINE
    STRING "WINDOW|" DELIMITED BY SIZE
           WS-PG-START-TS DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-NOW-TS(1:14) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-PG-BUSDATE DELIMITED BY SIZE
           "|PENDING=" DELIMITED BY SIZE
           WS-PEND-COUNT DELIMITED BY SIZE
           "|NOHIST=" DELIMITED BY SIZE
           WS-NOHIST-COUNT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-ABS-TS DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO FORECAST-REC
    WRITE FORECAST-REC
    PERFORM VARYING WS-CUT-IDX FROM 1 BY 1
            UNTIL WS-CUT-IDX > WS-CUT-COUNT
       MOVE WS-CUT-PROJ-ABS(WS-CUT-IDX) TO WS-ABS-SECS
       PERFORM ABS-TO-TIMESTAMP
       IF WS-CUT-PROJ-ABS(WS-CUT-IDX) = 0
          MOVE SPACES TO WS-ABS-TS
       END-IF
       MOVE WS-ABS-TS TO WS-TS-B
       MOVE WS-CUT-ABS(WS-CUT-IDX) TO WS-ABS-SECS
       PERFORM ABS-TO-TIMESTAMP
       MOVE SPACES TO WS-OUT-LINE
       STRING "CUTOFF|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUT-LABEL(WS-CUT-IDX)) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-CUT-HHMM(WS-CUT-IDX) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUT-STEP(WS-CUT-IDX)) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-ABS-TS DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TS-B) DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CUT-STATE(WS-CUT-IDX)) DELIMITED BY SIZE
              "|ALERTED=" DELIMITED BY SIZE
              WS-CUT-ALERTED(WS-CUT-IDX) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       MOVE WS-OUT-LINE TO FORECAST-REC
       WRITE FORECAST-REC
    END-PERFORM
    CLOSE FORECAST-FILE.

      *> YYYYMMDDhhmmss <-> seconds since the integer-date epoch.
TIMESTAMP-TO-ABS.
    COMPUTE WS-ABS-DATE = FUNCTION NUMVAL(WS-ABS-TS(1:8))
    COMPUTE WS-ABS-SECS =
            FUNCTION INTEGER-OF-DATE(WS-ABS-DATE) * 86400
            + FUNCTION NUMVAL(WS-ABS-TS(9:2)) * 3600
            + FUNCTION NUMVAL(WS-ABS-TS(11:2)) * 60
            + FUNCTION NUMVAL(WS-ABS-TS(13:2)).

ABS-TO-TIMESTAMP.
    COMPUTE WS-ABS-DAY = WS-ABS-SECS / 86400
    COMPUTE WS-ABS-REM = WS-ABS-SECS - WS-ABS-DAY * 86400
    IF WS-ABS-DAY > 0
       COMPUTE WS-ABS-DATE = FUNCTION DATE-OF-INTEGER(WS-ABS-DAY)
    ELSE
       MOVE 0 TO WS-ABS-DATE
    END-IF
    COMPUTE WS-ABS-HH = WS-ABS-REM / 3600
    COMPUTE WS-ABS-MM = (WS-ABS-REM - WS-ABS-HH * 3600) / 60
    COMPUTE WS-ABS-SS = WS-ABS-REM - WS-ABS-HH * 3600 - WS-ABS-MM * 60
    MOVE SPACES TO WS-ABS-TS
    STRING WS-ABS-DATE WS-ABS-HH WS-ABS-MM WS-ABS-SS
           DELIMITED BY SIZE INTO WS-ABS-TS
    END-STRING.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "ALERTLIB.cpy".
