          05 CRL-RUN-STATUS        PIC X(9) VALUE "OK".
      *>    "OK", or "FAILED" when a run-level gate tripped (trailer
      *>    mismatch, reject-rate breaker, manifest verification)
          05 CRL-RUN-ID            PIC X(26) VALUE SPACES.
      *>    the row's key, "<program>-<YYYYMMDDHHMMSScc>" - every row
      *>    a loader writes carries it in LOAD_RUN_ID (LINEAGELIB.cpy),
      *>    so a loaded row names the run that put it there
