      *>     at apply).
      *> A run that quarantines orphans books them as loaded, so the
      *> quarantine table's rows count toward the tally when named
      *> with QTABLE= (ORDRLOAD's ORDERS_QUARANTINE); a credit hold
      *> is booked the same way, so HTABLE= names the hold table
      *> (ORDRLOAD's ORDERS_CREDIT_HOLD). Under DELTA=Y
      *> unchanged customers emit nothing, so the tally may fall
      *> short of RECORDS_LOADED and the reload guard is correctly
      *> absent - the gate then only rejects a tally that EXCEEDS the
      *> failed gate also drops an alert in the outbox.
      *>
      *> Command line: <sql-file> <recon-file> <table-name>
      *>               [QTABLE=name] [HTABLE=name] [DELTA=Y]
      *>               [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SQLGATE.
01  WS-GATE-FILE-NAME            PIC X(80).
01  WS-TABLE-NAME                PIC X(30).
01  WS-QTABLE-NAME               PIC X(30) VALUE SPACES.
01  WS-HTABLE-NAME               PIC X(30) VALUE SPACES.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.

01  WS-INS-MATCH-LEN             PIC 9(3).
01  WS-QINS-MATCH                PIC X(50).
01  WS-QINS-MATCH-LEN            PIC 9(3).
01  WS-HINS-MATCH                PIC X(50).
01  WS-HINS-MATCH-LEN            PIC 9(3).
01  WS-UPD-MATCH                 PIC X(50).
01  WS-UPD-MATCH-LEN             PIC 9(3).
01  WS-GUARD-MATCH               PIC X(50).
       OR FUNCTION TRIM(WS-RECON-IN-NAME) = SPACES
       OR FUNCTION TRIM(WS-TABLE-NAME) = SPACES
       DISPLAY "SQLGATE: usage: sqlgate <sql-file> <recon-file> "
               "<table-name> [QTABLE=name] [HTABLE=name] "
               "[DELTA=Y]"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
             MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PRM-TOKEN(8:30)))
                  TO WS-QTABLE-NAME
          ELSE
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:7)) = 'HTABLE='
             MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PRM-TOKEN(8:30)))
                  TO WS-HTABLE-NAME
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
       COMPUTE WS-QINS-MATCH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-QTABLE-NAME)) + 13
    END-IF
    IF WS-HTABLE-NAME NOT = SPACES
       MOVE SPACES TO WS-HINS-MATCH
       STRING "INSERT INTO " DELIMITED BY SIZE
              FUNCTION TRIM(WS-HTABLE-NAME) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              INTO WS-HINS-MATCH
       END-STRING
       COMPUTE WS-HINS-MATCH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-HTABLE-NAME)) + 13
    END-IF
    MOVE SPACES TO WS-UPD-MATCH
    STRING "UPDATE " DELIMITED BY SIZE
           FUNCTION TRIM(WS-TABLE-NAME) DELIMITED BY SIZE
          MOVE 'Y' TO WS-IN-BULK-TARGET
       END-IF
    ELSE
    IF WS-HTABLE-NAME NOT = SPACES
       AND WS-LINE-TEXT(1:WS-HINS-MATCH-LEN)
           = WS-HINS-MATCH(1:WS-HINS-MATCH-LEN)
       IF WS-LINE-TEXT(WS-LINE-LEN:1) = ';'
          ADD 1 TO WS-ROW-TALLY
          MOVE 'N' TO WS-IN-BULK-TARGET
       ELSE
          MOVE 'Y' TO WS-IN-BULK-TARGET
       END-IF
    ELSE
    IF WS-LINE-TEXT(1:12) = 'INSERT INTO '
       *> a bulk head for some other table ends any target tally
       IF WS-LINE-TEXT(WS-LINE-LEN:1) NOT = ';'
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

      *> Statement-level quote parity: quotes accumulate across the
