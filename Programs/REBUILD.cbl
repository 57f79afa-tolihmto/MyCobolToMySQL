      *> in listed order - a file maps to the step that produces it.
01  WS-STEP-COUNT                PIC 9(2) VALUE 0.
01  WS-STEP-TABLE.
    05  WS-STEP-NAME OCCURS 50 TIMES
                                 PIC X(20).
01  WS-STEP-I                    PIC 9(2).

      *> position in the cfg, so "customers before orders" is the
      *> config's own statement, not this program's opinion.
01  WS-MAP-TABLE.
    05  FILLER PIC X(53) VALUE "CODE_TABLES_INSERTS.sql         |CODELOAD".
    05  FILLER PIC X(53) VALUE "CUSTOMER_INSERTS.sql            |CUSTLOAD".
    05  FILLER PIC X(53) VALUE "ORDER_INSERTS.sql               |ORDRLOAD".
    05  FILLER PIC X(53) VALUE "ORPHAN_PROMOTIONS.sql           |ORPHANFIX".
    05  FILLER PIC X(53) VALUE "PRODUCT_INSERTS.sql             |PRODLOAD".
    05  FILLER PIC X(53) VALUE "INVOICE_INSERTS.sql             |INVCLOAD".
    05  FILLER PIC X(53) VALUE "INVOICE_XREF_INSERTS.sql        |XREFLOAD".
    05  FILLER PIC X(53) VALUE "POLICY_INSERTS.sql              |BATCHPOL".
    05  FILLER PIC X(53) VALUE "POLICY_CUSTOMER_LINK_INSERTS.sql|POLLINK".
    05  FILLER PIC X(53) VALUE "ORDER_CREDIT_RELEASE.sql        |CREDRPT".
01  WS-MAP-ENTRIES REDEFINES WS-MAP-TABLE.
    05  WS-MAP-ENTRY OCCURS 10 TIMES.
        10  WS-MAP-PATTERN       PIC X(32).
        10  FILLER               PIC X(1).
        10  WS-MAP-STEP          PIC X(20).
01  WS-MAP-I                     PIC 9(2).

01  WS-IDX-DATE-TEXT             PIC X(10).
01  WS-IDX-PATH                  PIC X(110).
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             *> a CUTOFF| line is a deadline for the window, not a step
             IF FUNCTION TRIM(JOB-LIST-LINE) NOT = SPACES
                AND FUNCTION UPPER-CASE(JOB-LIST-LINE(1:7)) NOT = 'CUTOFF|'
                AND WS-STEP-COUNT < 50
                MOVE SPACES TO WS-PARSE-NAME WS-PARSE-REST
                UNSTRING JOB-LIST-LINE DELIMITED BY '|'
                         INTO WS-PARSE-NAME, WS-PARSE-REST
      *> DDL replays before any data of its day (rank 0); a data file
      *> ranks by its producing step's position in the window config;
      *> anything unrecognized replays last and is plainly labeled in
      *> the manifest for the operator to judge. CUSTERAS's erasure
      *> SQL is not a window step but must replay after every loader
      *> of its day - otherwise the rebuild puts erased customers
      *> back - so it ranks 98, just ahead of the unrecognized.
RANK-ARCHIVED-FILE.
    MOVE 99 TO WS-RANK
    MOVE 0 TO WS-MATCH-COUNT
            FOR ALL '_DDL.sql'
    IF WS-MATCH-COUNT > 0
       MOVE 0 TO WS-RANK
    END-IF
    MOVE 0 TO WS-MATCH-COUNT
    INSPECT WS-IDX-PATH TALLYING WS-MATCH-COUNT
            FOR ALL 'CUSTOMER_ERASURE.sql'
    IF WS-MATCH-COUNT > 0
       MOVE 98 TO WS-RANK
    END-IF
    IF WS-RANK = 99
       PERFORM VARYING WS-MAP-I FROM 1 BY 1 UNTIL WS-MAP-I > 10
          MOVE 0 TO WS-MATCH-COUNT
          COMPUTE WS-PAT-LEN = FUNCTION LENGTH(FUNCTION TRIM(
                  WS-MAP-PATTERN(WS-MAP-I)))
