      *> REPAIR maker-checker records. A correction keyed at the
      *> REPAIR workstation is not replayed on its keyer's say-so: it
      *> waits in Output/CUSTOMER_REPAIRS_PENDING.txt, one line per
      *> corrected field, until a second operator approves or declines
      *> it (REPAIR APPROVE=Y). Lines sharing RECORD-NUMBER, MAKER-ID
      *> and SUBMITTED-TS are one record's correction set - the record
      *> replays only when every line of the set is APPROVED.
      *> PR-STATUS is PENDING or APPROVED (approved, waiting on the
      *> rest of its set); a declined or replayed set leaves the file.
      *> PR-CUST-ID is the CUST-ID bytes as the extract holds them
      *> before any correction, so the replay can tell the record is
      *> still the one that was repaired.
       01 REPAIR-PENDING-REC.
          05 PR-STATUS             PIC X(8).
          05 FILLER                PIC X(1).
          05 PR-RECORD-NUMBER      PIC 9(9).
          05 FILLER                PIC X(1).
          05 PR-CUST-ID            PIC X(9).
          05 FILLER                PIC X(1).
          05 PR-FIELD-NAME         PIC X(30).
          05 FILLER                PIC X(1).
          05 PR-ORIGINAL-VALUE     PIC X(30).
          05 FILLER                PIC X(1).
          05 PR-CORRECTED-VALUE    PIC X(30).
          05 FILLER                PIC X(1).
          05 PR-MAKER-ID           PIC X(8).
          05 FILLER                PIC X(1).
          05 PR-SUBMITTED-TS       PIC X(14).
          05 FILLER                PIC X(1).
          05 PR-CHECKER-ID         PIC X(8).
          05 FILLER                PIC X(1).
          05 PR-DECIDED-TS         PIC X(14).
      *> Repair audit trail, Output/CUSTOMER_REPAIR_AUDIT.txt - append
      *> only, never pruned. One line per event: SUBMITTED (maker),
      *> APPROVED / DECLINED (checker), then REPLAYED or NOT-REPLAYED
      *> for each correction of a settled set, RA-NOTE saying why not.
       01 REPAIR-AUDIT-REC.
          05 RA-ACTION-TS          PIC X(14).
          05 FILLER                PIC X(1).
          05 RA-ACTION             PIC X(12).
          05 FILLER                PIC X(1).
          05 RA-OPERATOR-ID        PIC X(8).
          05 FILLER                PIC X(1).
          05 RA-RECORD-NUMBER      PIC 9(9).
          05 FILLER                PIC X(1).
          05 RA-CUST-ID            PIC X(9).
          05 FILLER                PIC X(1).
          05 RA-FIELD-NAME         PIC X(30).
          05 FILLER                PIC X(1).
          05 RA-ORIGINAL-VALUE     PIC X(30).
          05 FILLER                PIC X(1).
          05 RA-CORRECTED-VALUE    PIC X(30).
          05 FILLER                PIC X(1).
          05 RA-MAKER-ID           PIC X(8).
          05 FILLER                PIC X(1).
          05 RA-NOTE               PIC X(40).
