      *> Working storage for LINEAGELIB.cpy and LINEAGESQL.cpy, the
      *> row-level lineage stamp every loader puts on the rows it
      *> writes. Once a row was in MySQL nothing said which night,
      *> which extract, or which record produced it; now every loaded
      *> row carries three extra columns:
      *>   LOAD_RUN_ID        - the loading run's CONVERSION_RUN_LOG
      *>                        RUN_ID (CRL-RUN-ID, see RUNLOGLIB.cpy)
      *>   SOURCE_RECORD_NO   - the record's number within its extract,
      *>                        counted the way the loader's own reject
      *>                        report (RECORD=) and acknowledgement
      *>                        detail count it: data records only, a
      *>                        HDR control record is not numbered
      *>   SOURCE_FINGERPRINT - the intake ledger fingerprint of the
      *>                        extract generation the record came
      *>                        from, "BYTES/CHECKSUM" exactly as
      *>                        Output/INTAKE_LEDGER.txt recorded them
      *>                        when INTAKE accepted the file
      *> so a bad value found in production leads straight to the run
      *> (CONVERSION_RUN_LOG.RUN_ID), the generation (the ledger line
      *> with that fingerprint names the dated arrival) and the
      *> record within it.
      *> Caller moves the path it reads to WS-LIN-SOURCE-FILE and
      *> PERFORMs LOOKUP-INTAKE-FINGERPRINT once before its read loop;
      *> per row it moves the record number to WS-LIN-RECORD-NO,
      *> PERFORMs BUILD-LINEAGE-VALUES (LINEAGESQL.cpy) and appends
      *> WS-LIN-COLUMNS to its column list and WS-LIN-VALUES to its
      *> VALUES tuple (both begin with the separating comma).
      *> BUILD-LINEAGE-ASSIGNMENTS gives the same three as UPDATE SET
      *> assignments.
       01 WS-LIN-LEDGER-FILE-NAME   PIC X(80)
                                     VALUE "Output/INTAKE_LEDGER.txt".
       01 WS-LIN-LEDGER-STATUS      PIC XX VALUE SPACES.
       01 WS-LIN-LEDGER-EOF         PIC X(1) VALUE 'N'.

       01 WS-LIN-SOURCE-FILE        PIC X(80) VALUE SPACES.
      *> A file that never came through INTAKE (a hand-placed test
      *> extract, a config table) has no ledger fingerprint to give.
       01 WS-LIN-FINGERPRINT        PIC X(22) VALUE "UNLEDGERED".
       01 WS-LIN-RECORD-NO          PIC 9(9) VALUE 0.

       01 WS-LIN-COLUMNS            PIC X(60) VALUE
             ", LOAD_RUN_ID, SOURCE_RECORD_NO, SOURCE_FINGERPRINT".
       01 WS-LIN-VALUES             PIC X(80) VALUE SPACES.
       01 WS-LIN-ASSIGNMENTS        PIC X(120) VALUE SPACES.

      *> The same three columns as table definitions, in
      *> WS-LIN-COLUMNS order - what DDLGEN appends to every table it
      *> generates and SCHDRIFT expects every loaded table to have.
       01 WS-LIN-DDL-COLUMNS.
          05 FILLER PIC X(60) VALUE "LOAD_RUN_ID".
          05 FILLER PIC X(40) VALUE "VARCHAR(26)".
          05 FILLER PIC X(60) VALUE "SOURCE_RECORD_NO".
          05 FILLER PIC X(40) VALUE "INT".
          05 FILLER PIC X(60) VALUE "SOURCE_FINGERPRINT".
          05 FILLER PIC X(40) VALUE "VARCHAR(22)".
       01 WS-LIN-DDL-TABLE REDEFINES WS-LIN-DDL-COLUMNS.
          05 WS-LIN-DDL-ENTRY OCCURS 3 TIMES.
             10 WS-LIN-DDL-NAME     PIC X(60).
             10 WS-LIN-DDL-TYPE     PIC X(40).
       01 WS-LIN-DDL-COUNT          PIC 9(1) VALUE 3.
       01 WS-LIN-DDL-IDX            PIC 9(1).

      *> One ledger line, split on its pipes:
      *>   DATE|ARRIVING-FILE|BYTES|CHECKSUM|STATUS|STANDARD-FILE
       01 WS-LIN-LED-DATE           PIC X(10).
       01 WS-LIN-LED-FILE           PIC X(80).
       01 WS-LIN-LED-BYTES          PIC X(14).
       01 WS-LIN-LED-CHECKSUM       PIC X(12).
       01 WS-LIN-LED-STATUS         PIC X(20).
       01 WS-LIN-LED-TARGET         PIC X(80).
