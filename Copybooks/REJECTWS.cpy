       01 WS-REJECT-FILE-NAME       PIC X(80).
       01 WS-REJECT-OUT-LINE        PIC X(120) VALUE SPACES.
       01 WS-RECORD-VALID           PIC X(1) VALUE 'Y'.
      *> The first reject line written for the most recent record
      *> number - the failure a per-record consumer (the load
      *> acknowledgement, ACKLIB.cpy) reports for that record.
       01 WS-REJECT-FIRST-RECORD    PIC 9(9) VALUE 0.
       01 WS-REJECT-FIRST-FIELD     PIC X(30) VALUE SPACES.
       01 WS-REJECT-FIRST-REASON    PIC X(40) VALUE SPACES.
