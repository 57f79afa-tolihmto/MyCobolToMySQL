          05 RP-ORPHAN-POLICY      PIC X(1)  VALUE 'R'.
      *>    'R' = reject an orphan row, 'Q' = load it into a
      *>    quarantine table instead (ORDRLOAD's CUST-ID gate)
          05 RP-CREDIT-HOLD-POLICY PIC X(1)  VALUE 'L'.
      *>    orders from CREDIT WATCH / HOLD CORRESPONDENCE customers:
      *>    'L' = load into ORDERS and list them, 'H' = route them to
      *>    the ORDERS_CREDIT_HOLD table until released (ORDRLOAD)
          05 RP-DUP-POLICY         PIC X(1)  VALUE 'F'.
      *>    within-run duplicate primary keys: 'F' = keep first,
      *>    'L' = keep last, 'R' = reject both
      *>    change into CUSTOMER_HISTORY (effective-dated rows)
          05 RP-FROM-KEY           PIC 9(9)  VALUE 0.
          05 RP-TO-KEY             PIC 9(9)  VALUE 999999999.
      *>    FROMKEY= or TOKEY= switches CUSTLOAD to a keyed range
      *>    read of the indexed customer master (built by CUSTIDX),
      *>    FROMKEY= the low key and TOKEY= the high
          05 RP-RANGE-MODE         PIC X(1)  VALUE 'N'.
      *>    'Y' once FROMKEY= or TOKEY= is given - set by the parser,
      *>    so a range that starts at key 0 is still a range
          05 RP-SLICE-NO           PIC 9(2)  VALUE 0.
      *>    SLICE=nn: CUSTLOAD runs as slice nn of a CUSTFAN fan-out -
      *>    per-slice output names, no run-log row or acknowledgement
      *>    of its own (CUSTFAN merges and books the slices); 0 = an
      *>    ordinary run
          05 RP-SLICE-COUNT        PIC 9(2)  VALUE 4.
      *>    SLICES=n: how many key ranges CUSTFAN splits the customer
      *>    master into and loads concurrently (1-16)
          05 RP-CHECKPOINT-EVERY   PIC 9(5)  VALUE 00500.
          05 RP-OPERATOR-ID        PIC X(8)  VALUE SPACES.
          05 RP-BUSINESS-DATE      PIC 9(8)  VALUE 0.
      *>    run log's timestamps carry this date instead of the wall
      *>    clock's, so a run delayed past midnight still books to
      *>    the night it belongs to. 0 = use the wall clock.
          05 RP-RUN-ID             PIC X(26) VALUE SPACES.
      *>    RUNID= adopts a run identifier handed down by a parent
      *>    job (CUSTFAN passes its own to every slice, so the rows
      *>    the slices load carry the fan-out's CONVERSION_RUN_LOG
      *>    key); blank = the run assigns its own - see RUNLOGLIB.cpy
          05 RP-RECFM-MODE         PIC X(1)  VALUE 'F'.
      *>    RECFM= record format of the extract: 'F' (F or FB) =
      *>    record boundaries come from the copybook length (and
      *>    ITEM-COUNT for INVOICE), 'V' (V or VB) = every record is
      *>    preceded by a 4-byte record descriptor word carrying its
      *>    length, checked against what the copybook implies
