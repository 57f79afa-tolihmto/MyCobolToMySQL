    MOVE 0 TO RP-BUSINESS-DATE

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "ASOF" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-ASOF" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
