              WHEN 'RESTART'   MOVE WS-PRM-VALUE(1:1) TO RP-RESTART-MODE
              WHEN 'ORPHAN'    MOVE WS-PRM-VALUE(1:1)
                                    TO RP-ORPHAN-POLICY
              WHEN 'CREDITHOLD'
                               MOVE WS-PRM-VALUE(1:1)
                                    TO RP-CREDIT-HOLD-POLICY
              WHEN 'DUPPOLICY' MOVE WS-PRM-VALUE(1:1)
                                    TO RP-DUP-POLICY
              WHEN 'BULK'      MOVE WS-PRM-VALUE(1:1) TO RP-BULK-MODE
                                    TO RP-HISTORY-MODE
              WHEN 'FROMKEY'   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-FROM-KEY
                               MOVE 'Y' TO RP-RANGE-MODE
              WHEN 'TOKEY'     MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-TO-KEY
                               MOVE 'Y' TO RP-RANGE-MODE
              WHEN 'SLICE'     MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-SLICE-NO
              WHEN 'SLICES'    MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-SLICE-COUNT
              WHEN 'CKPTEVERY' MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-CHECKPOINT-EVERY
              WHEN 'OPERATOR'  MOVE WS-PRM-VALUE(1:8) TO RP-OPERATOR-ID
              WHEN 'BUSDATE'   MOVE FUNCTION NUMVAL(WS-PRM-VALUE)
                                    TO RP-BUSINESS-DATE
      *> RECFM= is checked whole: only its first letter is kept, so
      *> a value such as FX or VBS would otherwise pass as F or V.
      *> Anything else is marked for VALIDATE-RUN-PARAMETERS to
      *> reject.
              WHEN 'RECFM'
                 IF WS-PRM-VALUE = 'F' OR WS-PRM-VALUE = 'FB'
                    OR WS-PRM-VALUE = 'V' OR WS-PRM-VALUE = 'VB'
                    MOVE WS-PRM-VALUE(1:1) TO RP-RECFM-MODE
                 ELSE
                    MOVE '?' TO RP-RECFM-MODE
                 END-IF
              WHEN 'RUNID'     MOVE WS-PRM-VALUE(1:26) TO RP-RUN-ID
              WHEN 'PROFILE'
      *> PROFILE= reaching here came out of a profile's own parameter
      *> list - profiles cannot nest.
                      "WITH NOTHING RE-INSERTING IT"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-RANGE-MODE = 'Y'
              AND (RP-DELTA-MODE = 'Y' OR RP-RESTART-MODE = 'Y')
              DISPLAY "PARAMETER ERROR: FROMKEY RANGE MODE CANNOT BE "
                      "COMBINED WITH DELTA=Y OR RESTART=Y - A SCOPED "
              DISPLAY "PARAMETER ERROR: FROMKEY EXCEEDS TOKEY"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
      *> A slice is one key range of a fan-out: without the range it
      *> would reload the whole extract into slice-named files, and
      *> its LOAD DATA statement would name a delimited file the
      *> merged SQL never carries.
           IF RP-SLICE-NO > 0 AND RP-RANGE-MODE = 'N'
              DISPLAY "PARAMETER ERROR: SLICE= NEEDS FROMKEY=/TOKEY= "
                      "- A SLICE IS ONE KEY RANGE OF A FAN-OUT"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-SLICE-NO > 0 AND RP-BULK-MODE = 'L'
              DISPLAY "PARAMETER ERROR: SLICE= CANNOT BE COMBINED "
                      "WITH BULK=L - EACH SLICE'S LOAD DATA WOULD NAME "
                      "ITS OWN DELIMITED FILE"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-SLICE-COUNT < 1 OR RP-SLICE-COUNT > 16
              DISPLAY "PARAMETER ERROR: SLICES MUST BE 1 TO 16"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-CHECKPOINT-EVERY = 0
              DISPLAY "PARAMETER ERROR: CKPTEVERY MUST BE AT LEAST 1"
              MOVE 'Y' TO WS-PARM-ERROR
              DISPLAY "PARAMETER ERROR: BULK MUST BE S, M, OR L"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-CREDIT-HOLD-POLICY NOT = 'L'
              AND RP-CREDIT-HOLD-POLICY NOT = 'H'
              DISPLAY "PARAMETER ERROR: CREDITHOLD MUST BE L OR H"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-DUP-POLICY NOT = 'F' AND RP-DUP-POLICY NOT = 'L'
              AND RP-DUP-POLICY NOT = 'R'
              DISPLAY "PARAMETER ERROR: DUPPOLICY MUST BE F, L, OR R"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
           IF RP-RECFM-MODE NOT = 'F' AND RP-RECFM-MODE NOT = 'V'
              DISPLAY "PARAMETER ERROR: RECFM MUST BE F, FB, V, OR VB"
              MOVE 'Y' TO WS-PARM-ERROR
           END-IF
      *> A mistyped business day would silently book the whole run
      *> to a date that never existed, so it gets the same calendar
      *> check every date field off an extract gets.
