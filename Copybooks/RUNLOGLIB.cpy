      *> CRL-COPYBOOK-NAME/CRL-INPUT-FILE/CRL-START-TS/CRL-OPERATOR-ID
      *> right after PARSE-COMMAND-LINE, then CRL-END-TS and the record
      *> counts just before PERFORM WRITE-RUN-LOG at the end of the run.
      *> Opening the log also fixes the run's identifier (CRL-RUN-ID),
      *> so a loader has it in hand before its first row is written.
       OPEN-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           IF WS-RUNLOG-FILE-STATUS NOT = '00'
              OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF CRL-RUN-ID = SPACES
              PERFORM ASSIGN-RUN-ID
           END-IF.

      *> CONVERSION_RUN_LOG's RUN_ID: the program name and the wall
      *> clock to the hundredth of a second, e.g.
      *> "ORDRLOAD-2024061502143307" - unique per execution without
      *> a counter file to share, and readable at a glance. The clock
      *> is the real one, not BUSDATE, so a rerun of the same
      *> business day still gets an identifier of its own. RUNID=
      *> (RP-RUN-ID) adopts a parent job's identifier instead.
       ASSIGN-RUN-ID.
           IF RP-RUN-ID NOT = SPACES
              MOVE RP-RUN-ID TO CRL-RUN-ID
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-RUNLOG-CLOCK
              MOVE SPACES TO CRL-RUN-ID
              IF WS-RUNLOG-PROGRAM = SPACES
                 MOVE "RUN" TO WS-RUNLOG-PROGRAM
              END-IF
              STRING FUNCTION TRIM(WS-RUNLOG-PROGRAM) DELIMITED BY SIZE
                     "-" DELIMITED BY SIZE
                     WS-RUNLOG-CLOCK(1:16) DELIMITED BY SIZE
                     INTO CRL-RUN-ID
              END-STRING
           END-IF.

      *> CRL-COPYBOOK-NAME/CRL-INPUT-FILE/CRL-OPERATOR-ID are the only
      *> night-over-night comparison slips with it. The time-of-day
      *> portion stays real so run durations remain honest.
       WRITE-RUN-LOG.
           IF CRL-RUN-ID = SPACES
              PERFORM ASSIGN-RUN-ID
           END-IF
           IF RP-BUSINESS-DATE > 0
              MOVE RP-BUSINESS-DATE TO CRL-START-TS(1:8)
              MOVE RP-BUSINESS-DATE TO CRL-END-TS(1:8)
           STRING "INSERT INTO CONVERSION_RUN_LOG "
                  "(COPYBOOK_NAME, INPUT_FILE, START_TS, END_TS, "
                  "RECORDS_READ, RECORDS_LOADED, RECORDS_REJECTED, "
                  "OPERATOR_ID, RUN_STATUS, RUN_ID) VALUES ('"
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRL-COPYBOOK-NAME-ESC) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRL-INPUT-FILE-ESC) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CRL-OPERATOR-ID-ESC) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(CRL-RUN-STATUS) DELIMITED BY SIZE
                  "', '" DELIMITED BY SIZE
                  FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
                  "');" DELIMITED BY SIZE
                  INTO WS-RUNLOG-OUT-LINE
           END-STRING
