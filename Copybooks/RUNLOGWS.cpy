       01 WS-RUNLOG-FILE-NAME       PIC X(80).
       01 WS-RUNLOG-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-RUNLOG-OUT-LINE        PIC X(400).
      *> The program's own name, the leading part of the run
      *> identifier OPEN-RUN-LOG assigns - set before OPEN-RUN-LOG.
       01 WS-RUNLOG-PROGRAM         PIC X(9) VALUE SPACES.
       01 WS-RUNLOG-CLOCK           PIC X(21).

      *> CRL-COPYBOOK-NAME/CRL-INPUT-FILE/CRL-OPERATOR-ID are operator/
      *> config-controlled, not raw customer data, but still STRINGed
