          05 CKP-COPYBOOK-NAME     PIC X(30).
          05 CKP-INPUT-FILE        PIC X(80).
          05 CKP-LAST-RECORD-NO    PIC 9(9).
          05 CKP-RUN-ID            PIC X(26).
      *>    the interrupted run's CONVERSION_RUN_LOG RUN_ID - a restart
      *>    resumes that run, so the rows it adds carry the same
      *>    LOAD_RUN_ID as the rows already committed ahead of them
