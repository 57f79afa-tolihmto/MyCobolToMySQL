      *> Output/INTAKE_LEDGER.txt accumulates one pipe-delimited line
      *> per arrival forever, the same append-always shape as
      *> CONVERSION_RUN_LOG:
      *>   DATE|ARRIVING-FILE|BYTES|CHECKSUM|STATUS|STANDARD-FILE
      *> with STATUS = ACCEPTED or REFUSED-DUPLICATE. STANDARD-FILE is
      *> the fixed path the arrival was handed to (or would have been),
      *> which is how a loader finds the fingerprint of the generation
      *> it is reading and stamps it on every row it loads - see
      *> LINEAGELIB.cpy. Lines written before it was recorded carry
      *> five fields only; the duplicate test never needed the sixth.
      *>
      *> The extract is read and copied one byte at a time through
      *> 1-byte FDs (GENLOAD's idiom) so the copy is exact and the
           WS-CHECKSUM DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-LED-STATUS) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TARGET-FILE-NAME) DELIMITED BY SIZE
           INTO WS-LEDGER-OUT-LINE
    END-STRING
    MOVE WS-LEDGER-OUT-LINE TO LEDGER-REC
