      *> OPSCON - operations console for the night window. BROWSE and
      *> REPAIR gave us screens for data; this is the screen for the
      *> run itself. Each refresh re-reads NIGHTRUN's per-step status
      *> lines - Output/NIGHT_WINDOW_PROGRESS.txt, rewritten before every
      *> step, while a window is under way; Output/NIGHT_WINDOW_SUMMARY.txt
      *> once it has finished (whichever of the two has the later START=)
      *> - and the CONVERSION_RUN_LOG
      *> rows, so the operator watches step status, record counts, and
      *> elapsed time move as the window progresses - and can relaunch
      *> a FAILED step with RESTART=Y appended to the exact command
      *> Config/NIGHT_WINDOW.cfg declares, instead of retyping it from
      *> the config by hand at 3am. A DEP-SKIPPED step is shown with
      *> the failed prerequisite that held it back. It never started,
      *> so there is nothing to restart: the prerequisite is the step
      *> to relaunch.
      *>
      *> Steps are launched the way NIGHTRUN launches them - through
      *> the SYSTEM library routine, as their own process - and run-log
01  WS-JOB-LIST-NAME             PIC X(80)
                                  VALUE "Config/NIGHT_WINDOW.cfg".
01  WS-JOB-LIST-STATUS           PIC XX VALUE SPACES.
01  WS-SUMMARY-FILE-NAME         PIC X(80).
01  WS-FINAL-SUMMARY-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_SUMMARY.txt".
01  WS-PROGRESS-FILE-NAME        PIC X(80)
                                  VALUE "Output/NIGHT_WINDOW_PROGRESS.txt".
      *> START= off each file's header line; the later one is tonight.
01  WS-HEADER-START              PIC X(14).
01  WS-FINAL-START               PIC X(14).
01  WS-PROGRESS-START            PIC X(14).
01  WS-SUMMARY-IN-STATUS         PIC XX VALUE SPACES.
01  WS-RUNLOG-IN-NAME            PIC X(80)
                                  VALUE "Output/CONVERSION_RUN_LOG.sql".
        10  WS-STEP-COMMAND      PIC X(120).
        10  WS-STEP-ONFAIL       PIC X(10).
        10  WS-STEP-FREQ         PIC X(8).
        10  WS-STEP-STATUS       PIC X(12).
        10  WS-STEP-DEPFAIL      PIC X(20).
        10  WS-STEP-RC           PIC X(10).
        10  WS-STEP-START-TS     PIC X(14).
        10  WS-STEP-END-TS       PIC X(14).
      *> step logs under - the same identity MORNRPT keys on.
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
             AT END
                MOVE 'Y' TO WS-LIST-EOF
             NOT AT END
                *> a CUTOFF| line is a deadline for the window, not a step
                IF FUNCTION TRIM(JOB-LIST-LINE) NOT = SPACES
                   AND FUNCTION UPPER-CASE(JOB-LIST-LINE(1:7)) NOT = 'CUTOFF|'
                   AND WS-STEP-COUNT < 50
                   ADD 1 TO WS-STEP-COUNT
                   UNSTRING JOB-LIST-LINE DELIMITED BY '|'
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
       MOVE "PENDING" TO WS-STEP-STATUS(WS-STEP-IDX)
       MOVE SPACES TO WS-STEP-DEPFAIL(WS-STEP-IDX)
       MOVE SPACES TO WS-STEP-RC(WS-STEP-IDX)
       MOVE SPACES TO WS-STEP-START-TS(WS-STEP-IDX)
       MOVE SPACES TO WS-STEP-END-TS(WS-STEP-IDX)
       MOVE 0 TO WS-STEP-REJECTED(WS-STEP-IDX)
       MOVE 'N' TO WS-STEP-HAVE-COUNTS(WS-STEP-IDX)
    END-PERFORM
    PERFORM CHOOSE-WINDOW-STATE-FILE
    PERFORM READ-WINDOW-SUMMARY
    PERFORM READ-RUN-LOG-COUNTS.

      *> NIGHTRUN rewrites the progress file before every step and the
      *> summary once, at window end, so the two START= stamps say
      *> which is current: a progress file newer than the summary is a
      *> window still running; otherwise the summary is the last word
      *> (a missing file reads as START= blank and loses).
CHOOSE-WINDOW-STATE-FILE.
    MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-FILE-NAME
    PERFORM READ-SUMMARY-HEADER-START
    MOVE WS-HEADER-START TO WS-PROGRESS-START
    MOVE WS-FINAL-SUMMARY-NAME TO WS-SUMMARY-FILE-NAME
    PERFORM READ-SUMMARY-HEADER-START
    MOVE WS-HEADER-START TO WS-FINAL-START
    IF WS-PROGRESS-START > WS-FINAL-START
       MOVE WS-PROGRESS-FILE-NAME TO WS-SUMMARY-FILE-NAME
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
                   MOVE SPACES TO WS-SUM-PIECE(1)
                   UNSTRING SUMMARY-IN-REC DELIMITED BY ALL SPACE
                            INTO WS-SUM-PIECE(1)
                            WITH POINTER WS-SUM-PTR
                   IF WS-SUM-PIECE(1)(1:6) = 'START='
                      MOVE WS-SUM-PIECE(1)(7:14) TO WS-HEADER-START
                   END-IF
                END-PERFORM
             END-IF
       END-READ
       CLOSE SUMMARY-IN-FILE
    END-IF.

READ-WINDOW-SUMMARY.
    MOVE 'N' TO WS-SUMMARY-EOF
    OPEN INPUT SUMMARY-IN-FILE
       CLOSE SUMMARY-IN-FILE
    END-IF.

      *> One "STEP=... STATUS=... RC=... START=... END=..." line
      *> (or, for a DEP-SKIPPED step, "... DEPFAIL=<prerequisite>"):
      *> split on blanks, then each KEY=VALUE on its '='.
PARSE-SUMMARY-STEP-LINE.
    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 10
             END-UNSTRING
             EVALUATE FUNCTION TRIM(WS-SUM-KEY)
                WHEN 'STATUS'
                   MOVE WS-SUM-VALUE(1:12)
                        TO WS-STEP-STATUS(WS-STEP-MATCH-IDX)
                WHEN 'DEPFAIL'
                   MOVE WS-SUM-VALUE(1:20)
                        TO WS-STEP-DEPFAIL(WS-STEP-MATCH-IDX)
                WHEN 'RC'
                   MOVE WS-SUM-VALUE(1:10)
                        TO WS-STEP-RC(WS-STEP-MATCH-IDX)
                WITH POINTER WS-Q-PTR
    END-PERFORM

    PERFORM VARYING WS-MAP-IDX FROM 1 BY 1 UNTIL WS-MAP-IDX > 7
       IF FUNCTION TRIM(WS-MAP-COPYBOOK(WS-MAP-IDX)) =
          FUNCTION TRIM(WS-Q-PART(2))
          MOVE SPACES TO WS-SUM-STEP-NAME

DISPLAY-STEP-TABLE.
    DISPLAY " "
    DISPLAY "STEP                 STATUS        RC     ELAPSED     "
            "READ       LOADED     REJECTED"
    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
            UNTIL WS-STEP-IDX > WS-STEP-COUNT
       PERFORM COMPUTE-STEP-ELAPSED
       EVALUATE TRUE
       WHEN WS-STEP-STATUS(WS-STEP-IDX) = 'DEP-SKIPPED'
          DISPLAY WS-STEP-NAME(WS-STEP-IDX) " "
                  WS-STEP-STATUS(WS-STEP-IDX) "  "
                  "PREREQUISITE "
                  FUNCTION TRIM(WS-STEP-DEPFAIL(WS-STEP-IDX))
                  " FAILED"
       WHEN WS-STEP-HAVE-COUNTS(WS-STEP-IDX) = 'Y'
          DISPLAY WS-STEP-NAME(WS-STEP-IDX) " "
                  WS-STEP-STATUS(WS-STEP-IDX) "  "
                  WS-STEP-RC(WS-STEP-IDX)(1:5) "  "
                  WS-STEP-READ(WS-STEP-IDX) "  "
                  WS-STEP-LOADED(WS-STEP-IDX) "  "
                  WS-STEP-REJECTED(WS-STEP-IDX)
       WHEN OTHER
          DISPLAY WS-STEP-NAME(WS-STEP-IDX) " "
                  WS-STEP-STATUS(WS-STEP-IDX) "  "
                  WS-STEP-RC(WS-STEP-IDX)(1:5) "  "
                  WS-DUR-TEXT
       END-EVALUATE
    END-PERFORM
    DISPLAY " ".

               FUNCTION TRIM(WS-JOB-LIST-NAME) "."
    ELSE
       IF WS-STEP-STATUS(WS-STEP-MATCH-IDX) NOT = 'FAILED'
          IF WS-STEP-STATUS(WS-STEP-MATCH-IDX) = 'DEP-SKIPPED'
             DISPLAY "OPSCON: step "
                     FUNCTION TRIM(WS-SUM-STEP-NAME)
                     " is DEP-SKIPPED - relaunch its failed "
                     "prerequisite "
                     FUNCTION TRIM(WS-STEP-DEPFAIL(WS-STEP-MATCH-IDX))
                     " first."
          ELSE
             DISPLAY "OPSCON: step "
                     FUNCTION TRIM(WS-SUM-STEP-NAME)
                     " is " WS-STEP-STATUS(WS-STEP-MATCH-IDX)
                     " - only a FAILED step can be relaunched."
          END-IF
       ELSE
          MOVE SPACES TO WS-RUN-COMMAND
          *> " ,RESTART=Y" (and the window's own BUSDATE= when the
