      *> counts goes to Output/ORPHAN_RECON.txt and the run logs to
      *> CONVERSION_RUN_LOG like every other nightly job.
      *>
      *> Row lineage: a promoted order keeps the SOURCE_RECORD_NO and
      *> SOURCE_FINGERPRINT ORDRLOAD stamped on its quarantine row -
      *> it still came from that extract record - but its
      *> LOAD_RUN_ID is restamped with this run's CONVERSION_RUN_LOG
      *> key, since this run is what put it into ORDERS.
      *>
      *> GnuCOBOL builds without indexed-file support report the
      *> master's FD as unsupported at compile time; the program runs
      *> where the runtime includes it - same as CUSTIDX/ORDRLOAD.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(400).
    MOVE "Output/ORPHAN_RECON.txt" TO WS-RECON-FILE-NAME

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "ORPHANFIX" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "ORDER-ORPHANS" TO CRL-COPYBOOK-NAME
    MOVE WS-ORPHAN-FILE-NAME TO CRL-INPUT-FILE

      *> The quarantine row already carries every ORDERS column
      *> (ORDRLOAD loads the same column set into both tables), so
      *> the promotion moves the row wholesale, restamps its
      *> LOAD_RUN_ID as this run's, and then clears it out of
      *> quarantine - all three statements inside the one block this
      *> run commits at the end.
EMIT-PROMOTION-SQL.
    IF WS-TXN-OPENED = 'N'
       MOVE "START TRANSACTION;" TO INSERT-LINE
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "UPDATE ORDERS SET LOAD_RUN_ID = '" DELIMITED BY SIZE
           FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
           "' WHERE ORDER_ID = " DELIMITED BY SIZE
           WS-ORP-ORDER-ID DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM ORDERS_QUARANTINE WHERE ORDER_ID = "
           DELIMITED BY SIZE
           WS-ORP-ORDER-ID DELIMITED BY SIZE
