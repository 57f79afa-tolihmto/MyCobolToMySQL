      *> Row-level lineage SQL text, paired with LINEAGEWS.cpy and
      *> LINEAGELIB.cpy. Needs RUNLOG.cpy (CRL-RUN-ID) in the caller:
      *> a row's LOAD_RUN_ID is the key of the run-log row its loader
      *> writes. Caller moves the row's record number to
      *> WS-LIN-RECORD-NO first; WS-LIN-FINGERPRINT is whatever
      *> LOOKUP-INTAKE-FINGERPRINT (or the caller) left there.

      *> ", 'run-id', record-no, 'fingerprint'" - the three lineage
      *> values in WS-LIN-COLUMNS order, ready to close a tuple.
       BUILD-LINEAGE-VALUES.
           MOVE SPACES TO WS-LIN-VALUES
           STRING ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  WS-LIN-RECORD-NO DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIN-FINGERPRINT) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO WS-LIN-VALUES
           END-STRING.

      *> The same three as ", COL = value" assignments, for an UPDATE
      *> that replaces a row's content - the row now comes from this
      *> run's record, so its lineage moves with it.
       BUILD-LINEAGE-ASSIGNMENTS.
           MOVE SPACES TO WS-LIN-ASSIGNMENTS
           STRING ", LOAD_RUN_ID = '" DELIMITED BY SIZE
                  FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
                  "', SOURCE_RECORD_NO = " DELIMITED BY SIZE
                  WS-LIN-RECORD-NO DELIMITED BY SIZE
                  ", SOURCE_FINGERPRINT = '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIN-FINGERPRINT) DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO WS-LIN-ASSIGNMENTS
           END-STRING.
