      *> Intake-ledger lookup for row-level lineage, paired with
      *> LINEAGEWS.cpy (the SQL text the loaders append to each row is
      *> built by LINEAGESQL.cpy). Caller declares, alongside its own
      *> SELECTs:
      *>   SELECT INTAKE-LEDGER-FILE
      *>       ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WS-LIN-LEDGER-STATUS.
      *> and, in FILE SECTION:
      *>   FD  INTAKE-LEDGER-FILE.
      *>   01  INTAKE-LEDGER-LINE       PIC X(200).
      *>
      *> LOOKUP-INTAKE-FINGERPRINT reads the intake ledger front to
      *> back and keeps the fingerprint of the LAST accepted arrival
      *> handed to WS-LIN-SOURCE-FILE - a refused duplicate never
      *> replaced the file, so the last acceptance is the generation
      *> on disk. No ledger, or no accepted arrival for the path,
      *> leaves WS-LIN-FINGERPRINT at "UNLEDGERED".
       LOOKUP-INTAKE-FINGERPRINT.
           MOVE "UNLEDGERED" TO WS-LIN-FINGERPRINT
           MOVE 'N' TO WS-LIN-LEDGER-EOF
           OPEN INPUT INTAKE-LEDGER-FILE
           IF WS-LIN-LEDGER-STATUS NOT = '00'
              CLOSE INTAKE-LEDGER-FILE
           ELSE
              PERFORM UNTIL WS-LIN-LEDGER-EOF = 'Y'
                 READ INTAKE-LEDGER-FILE
                    AT END
                       MOVE 'Y' TO WS-LIN-LEDGER-EOF
                    NOT AT END
                       PERFORM MATCH-INTAKE-LEDGER-LINE
                 END-READ
              END-PERFORM
              CLOSE INTAKE-LEDGER-FILE
           END-IF.

       MATCH-INTAKE-LEDGER-LINE.
           MOVE SPACES TO WS-LIN-LED-DATE WS-LIN-LED-FILE
                          WS-LIN-LED-BYTES WS-LIN-LED-CHECKSUM
                          WS-LIN-LED-STATUS WS-LIN-LED-TARGET
           UNSTRING INTAKE-LEDGER-LINE DELIMITED BY '|'
                    INTO WS-LIN-LED-DATE, WS-LIN-LED-FILE,
                         WS-LIN-LED-BYTES, WS-LIN-LED-CHECKSUM,
                         WS-LIN-LED-STATUS, WS-LIN-LED-TARGET
           END-UNSTRING
           IF FUNCTION TRIM(WS-LIN-LED-STATUS) = 'ACCEPTED'
              AND WS-LIN-LED-TARGET NOT = SPACES
              AND FUNCTION TRIM(WS-LIN-LED-TARGET) =
                  FUNCTION TRIM(WS-LIN-SOURCE-FILE)
              MOVE SPACES TO WS-LIN-FINGERPRINT
              STRING FUNCTION TRIM(WS-LIN-LED-BYTES) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LIN-LED-CHECKSUM)
                          DELIMITED BY SIZE
                     INTO WS-LIN-FINGERPRINT
              END-STRING
           END-IF.
