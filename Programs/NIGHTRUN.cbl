      *> NIGHTRUN - master nightly driver for the converter suite.
      *> Reads a job-list config (one step per line, pipe-delimited the
      *> same way RTEXPORT's rows and SCHDRIFT's snapshot lines are:
      *> STEP-NAME|COMMAND|ONFAIL|FREQ|DEPENDS with ONFAIL = STOP or
      *> CONTINUE, FREQ = DAILY, WEEKLY, or MONTHLY, and DEPENDS an
      *> optional comma list of earlier steps, see
      *> Config/NIGHT_WINDOW.cfg) and runs the converters in the
      *> declared order, so one invocation replaces the operator's
      *> manual CUSTLOAD-then-ORDRLOAD-then-INVCLOAD-then-BATCHPOL
      *> silently run against stale upstream outputs. ONFAIL=CONTINUE
      *> lets independent steps proceed past one failure.
      *>
      *> DEPENDS narrows a failure's reach to what actually needs the
      *> failed step's output: when a step fails (or is LOCKED), every
      *> later step depending on it - directly or through another
      *> dependent - is marked DEP-SKIPPED with DEPFAIL= naming the
      *> step that failed, and is never launched, while steps on
      *> independent branches (the POLICY load behind a failed
      *> CUSTOMER load) run as usual. A DEPENDS entry must name a step
      *> declared earlier in the list; anything else is a config error
      *> that stops NIGHTRUN before the first step runs. A prerequisite
      *> that is NOTDUE tonight does not hold its dependents back.
      *>
      *> One consolidated end-of-window summary goes to
      *> Output/NIGHT_WINDOW_SUMMARY.txt - per-step status, exit code,
      *> and start/end timestamps, plus a closing window line - so the
      *> five recon files. NIGHTRUN itself exits nonzero if any step
      *> failed, so an outer scheduler sees the night's outcome too.
      *>
      *> A config line CUTOFF|HHMM|LABEL[|STEP] declares a time the
      *> window (or the named step) must be done by - the 6am online
      *> start. It is not a step. Before each step NIGHTRUN writes the
      *> summary as it stands to Output/NIGHT_WINDOW_PROGRESS.txt
      *> (steps still to run show STATUS=PENDING) - the live view
      *> OPSCON and an in-window MORNRPT read - and, while any cutoff
      *> is declared, runs WINTREND CHECK=Y, which
      *> projects the finish from the steps' historical durations and
      *> raises a WINDOW-OVERRUN alert as soon as a cutoff is projected
      *> to be missed. The check's own outcome never touches the
      *> window's.
      *>
      *> Command line: [config-path] [BUSDATE=YYYYMMDD]
      *>               (default Config/NIGHT_WINDOW.cfg, wall clock)
      >>SOURCE FORMAT FREE
    SELECT JOB-LIST-FILE ASSIGN TO DYNAMIC WS-JOB-LIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOB-LIST-STATUS.
    SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-OUT-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CALENDAR-FILE ASSIGN TO DYNAMIC WS-CALENDAR-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
01  WS-JOB-LIST-STATUS           PIC XX VALUE SPACES.
01  WS-SUMMARY-FILE-NAME         PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_SUMMARY.txt".
01  WS-PROGRESS-FILE-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_PROGRESS.txt".
01  WS-SUMMARY-OUT-NAME          PIC X(80).
01  WS-CMD-ARG                   PIC X(120).
01  WS-CMD-TOKEN-1               PIC X(80).
01  WS-CMD-TOKEN-2               PIC X(80).
        10  WS-STEP-COMMAND      PIC X(120).
        10  WS-STEP-ONFAIL       PIC X(10).
        10  WS-STEP-FREQ         PIC X(8).
        10  WS-STEP-DEPENDS      PIC X(80).
        10  WS-STEP-DEP-COUNT    PIC 9(1) VALUE 0.
        10  WS-STEP-DEP-IDX OCCURS 8 TIMES
                                 PIC 9(3).
        10  WS-STEP-DEPFAIL      PIC X(20).
        10  WS-STEP-STATUS       PIC X(12).
        10  WS-STEP-RC           PIC S9(9) VALUE 0.
        10  WS-STEP-START-TS     PIC X(26).
        10  WS-STEP-END-TS       PIC X(26).

01  WS-STEP-IDX                  PIC 9(3).
01  WS-SUM-IDX                   PIC 9(3).
01  WS-SUM-STATUS                PIC X(12).
01  WS-DEPSKIP-COUNT             PIC 9(3) VALUE 0.

      *> One step's DEPENDS list, split and resolved to step numbers.
01  WS-DEP-NAME OCCURS 9 TIMES   PIC X(20).
01  WS-DEP-I                     PIC 9(2).
01  WS-DEP-J                     PIC 9(3).
01  WS-DEP-FOUND                 PIC 9(3).
01  WS-DEP-ERROR                 PIC X(1) VALUE 'N'.
01  WS-DOWN-IDX                  PIC 9(3).
01  WS-CUTOFF-COUNT              PIC 9(3) VALUE 0.
01  WS-FORECAST-COMMAND          PIC X(140).
01  WS-WINDOW-STOPPED            PIC X(1) VALUE 'N'.
01  WS-OK-COUNT                  PIC 9(3) VALUE 0.
01  WS-FAILED-COUNT              PIC 9(3) VALUE 0.
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM RESOLVE-STEP-DEPENDENCIES
    IF WS-DEP-ERROR = 'Y'
       DISPLAY "NIGHTRUN: DEPENDS errors in "
               FUNCTION TRIM(WS-JOB-LIST-NAME)
               " - no step has been run."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    *> Frequency is judged for the whole list up front, so the
    *> mid-window progress file already knows which of the steps
    *> still ahead will not run tonight.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
       PERFORM JUDGE-STEP-FREQUENCY
       IF WS-STEP-DUE = 'N'
          MOVE "NOTDUE" TO WS-STEP-STATUS(WS-STEP-IDX)
          ADD 1 TO WS-NOTDUE-COUNT
       END-IF
    END-PERFORM

    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
       IF WS-STEP-STATUS(WS-STEP-IDX) = 'NOTDUE'
          OR WS-STEP-STATUS(WS-STEP-IDX) = 'DEP-SKIPPED'
          CONTINUE
       ELSE
       IF WS-WINDOW-STOPPED = 'Y'
          MOVE "SKIPPED" TO WS-STEP-STATUS(WS-STEP-IDX)
             DISPLAY "NIGHTRUN: HOUSEKEEP skipped - a failed step's "
                     "checkpoint must survive for RESTART=Y."
          ELSE
             MOVE FUNCTION CURRENT-DATE TO WS-WINDOW-END-TS
             MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-OUT-NAME
             PERFORM WRITE-WINDOW-SUMMARY
             IF WS-CUTOFF-COUNT > 0
                PERFORM CHECK-WINDOW-FORECAST
             END-IF
             PERFORM RUN-ONE-STEP
          END-IF
       END-IF
    END-PERFORM

    MOVE FUNCTION CURRENT-DATE TO WS-WINDOW-END-TS
    MOVE WS-SUMMARY-FILE-NAME TO WS-SUMMARY-OUT-NAME
    PERFORM WRITE-WINDOW-SUMMARY

    DISPLAY "NIGHTRUN: " WS-STEP-COUNT " step(s), "
            WS-OK-COUNT " ok, " WS-FAILED-COUNT " failed, "
            WS-SKIPPED-COUNT " skipped, "
            WS-DEPSKIP-COUNT " dependency-skipped, "
            WS-NOTDUE-COUNT " not due - summary in "
            FUNCTION TRIM(WS-SUMMARY-FILE-NAME) "."
    IF WS-FAILED-COUNT > 0
          AT END
             MOVE 'Y' TO WS-LIST-EOF
          NOT AT END
             IF FUNCTION UPPER-CASE(JOB-LIST-LINE(1:7)) = 'CUTOFF|'
                ADD 1 TO WS-CUTOFF-COUNT
             END-IF
             IF FUNCTION TRIM(JOB-LIST-LINE) NOT = SPACES
                AND FUNCTION UPPER-CASE(JOB-LIST-LINE(1:7))
                    NOT = 'CUTOFF|'
                AND WS-STEP-COUNT < 50
                ADD 1 TO WS-STEP-COUNT
                MOVE SPACES TO WS-STEP-DEPENDS(WS-STEP-COUNT)
                UNSTRING JOB-LIST-LINE DELIMITED BY '|'
                         INTO WS-STEP-NAME(WS-STEP-COUNT),
                              WS-STEP-COMMAND(WS-STEP-COUNT),
                              WS-STEP-ONFAIL(WS-STEP-COUNT),
                              WS-STEP-FREQ(WS-STEP-COUNT),
                              WS-STEP-DEPENDS(WS-STEP-COUNT)
                END-UNSTRING
                MOVE SPACES TO WS-STEP-STATUS(WS-STEP-COUNT)
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(
    END-PERFORM
    CLOSE JOB-LIST-FILE.

      *> Every DEPENDS name must be a step declared above the one
      *> naming it - the window runs top to bottom, so a later or
      *> unknown name could never be satisfied and is refused rather
      *> than silently ignored.
RESOLVE-STEP-DEPENDENCIES.
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
       MOVE 0 TO WS-STEP-DEP-COUNT(WS-STEP-IDX)
       MOVE SPACES TO WS-STEP-DEPFAIL(WS-STEP-IDX)
       PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 9
          MOVE SPACES TO WS-DEP-NAME(WS-DEP-I)
       END-PERFORM
       UNSTRING WS-STEP-DEPENDS(WS-STEP-IDX) DELIMITED BY ','
                INTO WS-DEP-NAME(1), WS-DEP-NAME(2), WS-DEP-NAME(3),
                     WS-DEP-NAME(4), WS-DEP-NAME(5), WS-DEP-NAME(6),
                     WS-DEP-NAME(7), WS-DEP-NAME(8), WS-DEP-NAME(9)
       END-UNSTRING
       IF WS-DEP-NAME(9) NOT = SPACES
          DISPLAY "NIGHTRUN: step "
                  FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                  " declares more than 8 DEPENDS entries."
          MOVE 'Y' TO WS-DEP-ERROR
       END-IF
       PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 8
          IF FUNCTION TRIM(WS-DEP-NAME(WS-DEP-I)) NOT = SPACES
             MOVE 0 TO WS-DEP-FOUND
             PERFORM VARYING WS-DEP-J FROM 1 BY 1
                     UNTIL WS-DEP-J >= WS-STEP-IDX
                IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-STEP-NAME(WS-DEP-J))) =
                   FUNCTION UPPER-CASE(FUNCTION TRIM(
                      WS-DEP-NAME(WS-DEP-I)))
                   MOVE WS-DEP-J TO WS-DEP-FOUND
                END-IF
             END-PERFORM
             IF WS-DEP-FOUND = 0
                DISPLAY "NIGHTRUN: step "
                        FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                        " depends on '"
                        FUNCTION TRIM(WS-DEP-NAME(WS-DEP-I))
                        "', which is not a step declared before it."
                MOVE 'Y' TO WS-DEP-ERROR
             ELSE
                ADD 1 TO WS-STEP-DEP-COUNT(WS-STEP-IDX)
                MOVE WS-DEP-FOUND TO WS-STEP-DEP-IDX(WS-STEP-IDX,
                     WS-STEP-DEP-COUNT(WS-STEP-IDX))
             END-IF
          END-IF
       END-PERFORM
    END-PERFORM.

      *> Each converter runs as its own process; RETURN-CODE carries
      *> the SYSTEM routine's result back (nonzero = the step's own
      *> nonzero exit, a signal, or a launch failure - all of which
       MOVE 0 TO WS-ALERT-LOADED
       MOVE 0 TO WS-ALERT-REJECTED
       PERFORM WRITE-ALERT-LINE
       PERFORM MARK-DEPENDENTS-SKIPPED
       IF WS-STEP-ONFAIL(WS-STEP-IDX) = 'STOP'
          MOVE 'Y' TO WS-WINDOW-STOPPED
          DISPLAY "NIGHTRUN: ONFAIL=STOP - remaining steps skipped."
       END-IF
    END-IF.

      *> One forward pass settles the whole downstream: DEPENDS only
      *> ever points upward, so by the time a later step is examined
      *> every prerequisite it has is already marked. DEPFAIL carries
      *> the step that actually failed, not the intermediate
      *> dependent, so the summary names the thing to go and fix.
MARK-DEPENDENTS-SKIPPED.
    PERFORM VARYING WS-DOWN-IDX FROM WS-STEP-IDX BY 1
            UNTIL WS-DOWN-IDX > WS-STEP-COUNT
       IF WS-STEP-STATUS(WS-DOWN-IDX) = SPACES
          PERFORM VARYING WS-DEP-I FROM 1 BY 1
                  UNTIL WS-DEP-I > WS-STEP-DEP-COUNT(WS-DOWN-IDX)
                     OR WS-STEP-STATUS(WS-DOWN-IDX) NOT = SPACES
             MOVE WS-STEP-DEP-IDX(WS-DOWN-IDX, WS-DEP-I) TO WS-DEP-J
             EVALUATE WS-STEP-STATUS(WS-DEP-J)
                WHEN 'FAILED'
                WHEN 'LOCKED'
                   MOVE "DEP-SKIPPED" TO WS-STEP-STATUS(WS-DOWN-IDX)
                   MOVE WS-STEP-NAME(WS-DEP-J)
                        TO WS-STEP-DEPFAIL(WS-DOWN-IDX)
                WHEN 'DEP-SKIPPED'
                   MOVE "DEP-SKIPPED" TO WS-STEP-STATUS(WS-DOWN-IDX)
                   MOVE WS-STEP-DEPFAIL(WS-DEP-J)
                        TO WS-STEP-DEPFAIL(WS-DOWN-IDX)
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-PERFORM
          IF WS-STEP-STATUS(WS-DOWN-IDX) = 'DEP-SKIPPED'
             ADD 1 TO WS-DEPSKIP-COUNT
             DISPLAY "NIGHTRUN: "
                     FUNCTION TRIM(WS-STEP-NAME(WS-DOWN-IDX))
                     " will not run - prerequisite "
                     FUNCTION TRIM(WS-STEP-DEPFAIL(WS-DOWN-IDX))
                     " failed."
          END-IF
       END-IF
    END-PERFORM.

      *> WINTREND projects the rest of the window from the progress
      *> file just written (END= is the moment of the check). Like a
      *> step it runs as its own process; unlike a step its exit
      *> status is discarded, so a forecast that cannot be made never
      *> fails or stops the window it is forecasting.
CHECK-WINDOW-FORECAST.
    MOVE SPACES TO WS-FORECAST-COMMAND
    STRING "./wintrend CHECK=Y ,BUSDATE=" DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           INTO WS-FORECAST-COMMAND
    END-STRING
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING BY CONTENT WS-FORECAST-COMMAND
    MOVE 0 TO RETURN-CODE.

      *> Frequency gating by the pinned business day while the
      *> launched loaders stamp the wall clock would re-create the
      *> exact past-midnight mis-booking BUSDATE= exists to fix - so
    MOVE WS-OUT-LINE TO SUMMARY-OUT-REC
    WRITE SUMMARY-OUT-REC

    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
            UNTIL WS-SUM-IDX > WS-STEP-COUNT
       MOVE WS-STEP-RC(WS-SUM-IDX) TO WS-STEP-RC-EDIT
       MOVE SPACES TO WS-OUT-LINE
       *> a step not yet run (progress file only) reads PENDING
       MOVE WS-STEP-STATUS(WS-SUM-IDX) TO WS-SUM-STATUS
       IF WS-SUM-STATUS = SPACES
          MOVE "PENDING" TO WS-SUM-STATUS
       END-IF
       EVALUATE TRUE
       WHEN WS-SUM-STATUS = 'DEP-SKIPPED'
          STRING "STEP=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-NAME(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " STATUS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUM-STATUS) DELIMITED BY SIZE
                 " ONFAIL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-ONFAIL(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " FREQ=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-FREQ(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " DEPFAIL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-DEPFAIL(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN WS-SUM-STATUS = 'SKIPPED'
          OR WS-SUM-STATUS = 'NOTDUE'
          OR WS-SUM-STATUS = 'PENDING'
          STRING "STEP=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-NAME(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " STATUS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUM-STATUS) DELIMITED BY SIZE
                 " ONFAIL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-ONFAIL(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " FREQ=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-FREQ(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN OTHER
          STRING "STEP=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-NAME(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " STATUS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SUM-STATUS) DELIMITED BY SIZE
                 " RC=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-RC-EDIT) DELIMITED BY SIZE
                 " ONFAIL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-STEP-ONFAIL(WS-SUM-IDX))
                      DELIMITED BY SIZE
                 " START=" DELIMITED BY SIZE
                 WS-STEP-START-TS(WS-SUM-IDX)(1:14) DELIMITED BY SIZE
                 " END=" DELIMITED BY SIZE
                 WS-STEP-END-TS(WS-SUM-IDX)(1:14) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-EVALUATE
       MOVE WS-OUT-LINE TO SUMMARY-OUT-REC
       WRITE SUMMARY-OUT-REC
    END-PERFORM
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           " NOTDUE=" DELIMITED BY SIZE
           WS-NOTDUE-COUNT DELIMITED BY SIZE
           " DEPSKIPPED=" DELIMITED BY SIZE
           WS-DEPSKIP-COUNT DELIMITED BY SIZE
           " BUSDATE=" DELIMITED BY SIZE
           WS-BUSINESS-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
