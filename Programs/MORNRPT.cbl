      *> read against the same copybook's previous run (an extract
      *> suddenly 12% smaller is the earliest warning of an upstream
      *> problem), a trailing exception section listing any load with
      *> a nonzero reject count, every night-window step that did
      *> not run clean (FAILED, LOCKED, SKIPPED after an ONFAIL=STOP,
      *> or DEP-SKIPPED with the failed prerequisite that held it
      *> back), the row-level night-over-night change counts FEEDDIFF
      *> reported for each full-reload feed (ADDED/REMOVED/CHANGED
      *> against last night's archived extract), and the raw recon
      *> lines for reference.
      *>
      *> The step list comes from NIGHTRUN's own status file: the
      *> progress file it rewrites before every step when that is
      *> newer than the finished-window summary - MORNRPT normally
      *> runs as a step of the window it is reporting on, before that
      *> window's summary exists - otherwise the summary.
      *>
      *> Run-log rows are parsed on their apostrophes - the quoted
      *> fields alternate with the numeric ones - which holds for
        FILE STATUS IS WS-RECON-IN-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT SUMMARY-IN-FILE ASSIGN TO DYNAMIC WS-SUMMARY-IN-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-IN-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-REC                   PIC X(260).

FD  SUMMARY-IN-FILE.
01  SUMMARY-IN-REC               PIC X(250).

WORKING-STORAGE SECTION.
01  WS-RUNLOG-IN-NAME            PIC X(80)
                                  VALUE "Output/CONVERSION_RUN_LOG.sql".
                                  VALUE "Output/MORNING_REPORT.txt".
01  WS-LOG-EOF                   PIC X(1) VALUE 'N'.
01  WS-RECON-EOF                 PIC X(1).
01  WS-SUMMARY-IN-NAME           PIC X(80).
01  WS-SUMMARY-IN-STATUS         PIC XX VALUE SPACES.
01  WS-SUMMARY-EOF               PIC X(1).
01  WS-FINAL-SUMMARY-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_SUMMARY.txt".
01  WS-PROGRESS-FILE-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_PROGRESS.txt".

      *> One night-window status line, split on blanks and then on
      *> each KEY=VALUE's '=' - the same parse OPSCON uses.
01  WS-HEADER-START              PIC X(14).
01  WS-FINAL-START               PIC X(14).
01  WS-PROGRESS-START            PIC X(14).
01  WS-SUM-PIECE                 PIC X(40).
01  WS-SUM-PTR                   PIC 9(4).
01  WS-SUM-LEN                   PIC 9(4).
01  WS-SUM-KEY                   PIC X(20).
01  WS-SUM-VALUE                 PIC X(40).
01  WS-SUM-STEP                  PIC X(20).
01  WS-SUM-STATUS                PIC X(12).
01  WS-SUM-RC                    PIC X(10).
01  WS-SUM-DEPFAIL               PIC X(20).
01  WS-STEP-ISSUE-COUNT          PIC 9(3) VALUE 0.

      *> Every run-log row, in file order - the last occurrence per
      *> (copybook, input file) pair is last night's run, the one
                                 PIC X(40).
01  WS-RECON-I                   PIC 9(1).

      *> FEEDDIFF's per-feed change reports; only the closing
      *> SUMMARY line of each is read - the detail stays in the file
      *> for whoever chases a number.
01  WS-CHANGE-NAME-TABLE.
    05  FILLER PIC X(40) VALUE "Output/ORDER_CHANGES.txt".
    05  FILLER PIC X(40) VALUE "Output/INVOICE_CHANGES.txt".
    05  FILLER PIC X(40) VALUE "Output/XREF_CHANGES.txt".
    05  FILLER PIC X(40) VALUE "Output/POLICY_CHANGES.txt".
01  WS-CHANGE-NAMES REDEFINES WS-CHANGE-NAME-TABLE.
    05  WS-CHANGE-NAME OCCURS 4 TIMES
                                 PIC X(40).
01  WS-CHANGE-I                  PIC 9(1).
01  WS-CHANGE-FOUND              PIC X(1).
01  WS-CHG-FEED                  PIC X(10).
01  WS-CHG-BASE                  PIC X(12).
01  WS-CHG-ADDED                 PIC X(10).
01  WS-CHG-REMOVED               PIC X(10).
01  WS-CHG-CHANGED               PIC X(10).
01  WS-CHG-FIELDS                PIC X(10).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM LOAD-RUN-LOG
       PERFORM REPORT-NIGHT-DELTA
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "NIGHT-OVER-NIGHT ROW CHANGES (FULL-RELOAD FEEDS)"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-CHANGE-I FROM 1 BY 1
            UNTIL WS-CHANGE-I > 4
       PERFORM REPORT-FEED-CHANGES
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "EXCEPTIONS (NONZERO REJECTS OR FAILED STATUS)"
       PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "NIGHT WINDOW STEPS NOT RUN CLEAN" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM REPORT-WINDOW-STEPS

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "RECONCILIATION LINES" TO WS-OUT-LINE

    CLOSE REPORT-FILE
    DISPLAY "MORNRPT: " WS-CB-COUNT " copybook(s), "
            WS-EXCEPTION-COUNT " exception(s), "
            WS-STEP-ISSUE-COUNT " window step(s) not clean - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    STOP RUN.

       END-PERFORM
       CLOSE RECON-IN-FILE
    END-IF.

      *> The SUMMARY line FEEDDIFF closes each change report with -
      *> blank-separated KEY=VALUE pairs, parsed the same way as the
      *> window's step lines. No report (the step has not run) or no
      *> SUMMARY line (it stopped part-way) is said so.
REPORT-FEED-CHANGES.
    MOVE WS-CHANGE-NAME(WS-CHANGE-I) TO WS-RECON-IN-NAME
    MOVE 'N' TO WS-RECON-EOF
    MOVE 'N' TO WS-CHANGE-FOUND
    MOVE SPACES TO WS-CHG-FEED WS-CHG-BASE WS-CHG-ADDED
                   WS-CHG-REMOVED WS-CHG-CHANGED WS-CHG-FIELDS
    OPEN INPUT RECON-IN-FILE
    IF WS-RECON-IN-STATUS NOT = '00'
       CLOSE RECON-IN-FILE
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " DELIMITED BY SIZE
              FUNCTION TRIM(WS-RECON-IN-NAME) DELIMITED BY SIZE
              " (NO CHANGE REPORT)" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    ELSE
       PERFORM UNTIL WS-RECON-EOF = 'Y'
          READ RECON-IN-FILE
             AT END
                MOVE 'Y' TO WS-RECON-EOF
             NOT AT END
                IF RECON-IN-REC(1:8) = 'SUMMARY '
                   MOVE 'Y' TO WS-CHANGE-FOUND
                   PERFORM PARSE-CHANGE-SUMMARY
                END-IF
          END-READ
       END-PERFORM
       CLOSE RECON-IN-FILE
       MOVE SPACES TO WS-OUT-LINE
       IF WS-CHANGE-FOUND = 'Y'
          STRING "  " DELIMITED BY SIZE
                 WS-CHG-FEED DELIMITED BY SIZE
                 " ADDED=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHG-ADDED) DELIMITED BY SIZE
                 " REMOVED=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHG-REMOVED) DELIMITED BY SIZE
                 " CHANGED=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHG-CHANGED) DELIMITED BY SIZE
                 " FIELDS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHG-FIELDS) DELIMITED BY SIZE
                 " BASE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CHG-BASE) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       ELSE
          STRING "  " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RECON-IN-NAME) DELIMITED BY SIZE
                 " (NO SUMMARY LINE - RUN DID NOT FINISH)"
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-IF
       PERFORM WRITE-REPORT-LINE
    END-IF.

PARSE-CHANGE-SUMMARY.
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(RECON-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
       MOVE SPACES TO WS-SUM-PIECE WS-SUM-KEY WS-SUM-VALUE
       UNSTRING RECON-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-PIECE
                WITH POINTER WS-SUM-PTR
       UNSTRING WS-SUM-PIECE DELIMITED BY '='
                INTO WS-SUM-KEY, WS-SUM-VALUE
       END-UNSTRING
       EVALUATE FUNCTION TRIM(WS-SUM-KEY)
          WHEN 'FEED'
             MOVE WS-SUM-VALUE(1:10) TO WS-CHG-FEED
          WHEN 'BASE'
             MOVE WS-SUM-VALUE(1:12) TO WS-CHG-BASE
          WHEN 'ADDED'
             MOVE WS-SUM-VALUE(1:10) TO WS-CHG-ADDED
          WHEN 'REMOVED'
             MOVE WS-SUM-VALUE(1:10) TO WS-CHG-REMOVED
          WHEN 'CHANGED'
             MOVE WS-SUM-VALUE(1:10) TO WS-CHG-CHANGED
          WHEN 'FIELDS'
             MOVE WS-SUM-VALUE(1:10) TO WS-CHG-FIELDS
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM.

      *> Progress file or summary, whichever has the later START= on
      *> its header line (a missing file reads as blank and loses).
CHOOSE-WINDOW-STATE-FILE.
    MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-IN-NAME
    PERFORM READ-SUMMARY-HEADER-START
    MOVE WS-HEADER-START TO WS-PROGRESS-START
    MOVE WS-FINAL-SUMMARY-NAME TO WS-SUMMARY-IN-NAME
    PERFORM READ-SUMMARY-HEADER-START
    MOVE WS-HEADER-START TO WS-FINAL-START
    IF WS-PROGRESS-START > WS-FINAL-START
       MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-IN-NAME
    END-IF.

READ-SUMMARY-HEADER-START.
    MOVE SPACES TO WS-HEADER-START
    OPEN INPUT SUMMARY-IN-FILE
    IF WS-SUMMARY-IN-STATUS NOT = '00'
       CLOSE SUMMARY-IN-FILE
    ELSE
       READ SUMMARY-IN-FILE
          AT END
             CONTINUE
          NOT AT END
             IF SUMMARY-IN-REC(1:20) = 'NIGHT WINDOW SUMMARY'
                COMPUTE WS-SUM-LEN =
                        FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
                MOVE 1 TO WS-SUM-PTR
                PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
                   MOVE SPACES TO WS-SUM-PIECE
                   UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                            INTO WS-SUM-PIECE
                            WITH POINTER WS-SUM-PTR
                   IF WS-SUM-PIECE(1:6) = 'START='
                      MOVE WS-SUM-PIECE(7:14) TO WS-HEADER-START
                   END-IF
                END-PERFORM
             END-IF
       END-READ
       CLOSE SUMMARY-IN-FILE
    END-IF.

      *> One line per step that did not finish OK. PENDING (not yet
      *> reached - this report itself, mid-window) and NOTDUE are not
      *> problems and are left out.
REPORT-WINDOW-STEPS.
    PERFORM CHOOSE-WINDOW-STATE-FILE
    IF WS-HEADER-START = SPACES AND WS-PROGRESS-START = SPACES
       MOVE "  (NO NIGHT WINDOW STATUS FILE FOUND)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE 'N' TO WS-SUMMARY-EOF
       OPEN INPUT SUMMARY-IN-FILE
       IF WS-SUMMARY-IN-STATUS NOT = '00'
          MOVE 'Y' TO WS-SUMMARY-EOF
       END-IF
       PERFORM UNTIL WS-SUMMARY-EOF = 'Y'
          READ SUMMARY-IN-FILE
             AT END
                MOVE 'Y' TO WS-SUMMARY-EOF
             NOT AT END
                IF SUMMARY-IN-REC(1:5) = 'STEP='
                   PERFORM REPORT-WINDOW-STEP-LINE
                END-IF
          END-READ
       END-PERFORM
       CLOSE SUMMARY-IN-FILE
       IF WS-STEP-ISSUE-COUNT = 0
          MOVE "  (NONE)" TO WS-OUT-LINE
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-IF.

REPORT-WINDOW-STEP-LINE.
    MOVE SPACES TO WS-SUM-STEP WS-SUM-STATUS WS-SUM-RC WS-SUM-DEPFAIL
    COMPUTE WS-SUM-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(SUMMARY-IN-REC))
    MOVE 1 TO WS-SUM-PTR
    PERFORM UNTIL WS-SUM-PTR > WS-SUM-LEN
       MOVE SPACES TO WS-SUM-PIECE WS-SUM-KEY WS-SUM-VALUE
       UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                INTO WS-SUM-PIECE
                WITH POINTER WS-SUM-PTR
       UNSTRING WS-SUM-PIECE DELIMITED BY '='
                INTO WS-SUM-KEY, WS-SUM-VALUE
       END-UNSTRING
       EVALUATE FUNCTION TRIM(WS-SUM-KEY)
          WHEN 'STEP'
             MOVE WS-SUM-VALUE(1:20) TO WS-SUM-STEP
          WHEN 'STATUS'
             MOVE WS-SUM-VALUE(1:12) TO WS-SUM-STATUS
          WHEN 'RC'
             MOVE WS-SUM-VALUE(1:10) TO WS-SUM-RC
          WHEN 'DEPFAIL'
             MOVE WS-SUM-VALUE(1:20) TO WS-SUM-DEPFAIL
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM

    EVALUATE WS-SUM-STATUS
       WHEN 'DEP-SKIPPED'
          STRING "  " WS-SUM-STEP " DEP-SKIPPED  - PREREQUISITE "
                      DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUM-DEPFAIL) DELIMITED BY SIZE
                 " FAILED" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN 'FAILED'
       WHEN 'LOCKED'
          STRING "  " WS-SUM-STEP " " WS-SUM-STATUS " - RC="
                      DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUM-RC) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN 'SKIPPED'
          STRING "  " WS-SUM-STEP " " WS-SUM-STATUS
                 " - WINDOW STOPPED BY AN ONFAIL=STOP STEP"
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN OTHER
          CONTINUE
    END-EVALUATE
    IF WS-OUT-LINE NOT = SPACES
       ADD 1 TO WS-STEP-ISSUE-COUNT
       PERFORM WRITE-REPORT-LINE
    END-IF.
