      *> CREDREL - credit-hold release job. Under CREDITHOLD=H,
      *> ORDRLOAD routes every order from a CREDIT WATCH or HOLD
      *> CORRESPONDENCE customer to ORDERS_CREDIT_HOLD and lists it
      *> DISPOSITION=HELD in Output/ORDER_CREDIT_HOLDS.txt. Credit
      *> control clears held orders one at a time by running this
      *> with the ORDER-IDs they have approved:
      *>   - each ORDER-ID must be HELD on tonight's holds list (an
      *>     order that was only LISTED already sits in ORDERS, and
      *>     one the list does not know was never held);
      *>   - the release SQL moves the row out of the hold table
      *>     into ORDERS - insert straight out of the hold row, then
      *>     delete it, the same shape ORPHANFIX promotes with, all
      *>     inside one transaction block - appended to
      *>     Output/ORDER_CREDIT_RELEASE.sql for the DBA to apply
      *>     (the day's runs accumulate there until HOUSEKEEP
      *>     archives it; a block applied twice moves nothing the
      *>     second time);
      *>   - every release is appended to the ledger
      *>     Output/ORDER_CREDIT_RELEASES.txt with who released it and
      *>     on which business day. The ledger is permanent: ORDRLOAD
      *>     reads it at startup and loads a released order straight
      *>     into ORDERS on every later night, so the nightly full
      *>     reload never puts it back on hold. HOUSEKEEP archives it
      *>     copy-only.
      *> An ORDER-ID already on the ledger is reported and skipped.
      *> A released order keeps the SOURCE_RECORD_NO and
      *> SOURCE_FINGERPRINT ORDRLOAD stamped on its hold row, and its
      *> LOAD_RUN_ID is restamped with this run's CONVERSION_RUN_LOG
      *> key - the release is what put it into ORDERS.
      *> OPERATOR= is required - a release is an authorization and
      *> the ledger must say whose. The job takes ORDRLOAD's run
      *> lock, so a release cannot land in the middle of a load that
      *> is reading the ledger.
      *>
      *> Exits 4 when any requested ORDER-ID could not be released
      *> (the rest still are), 8 on a parameter or file error.
      *>
      *> Command line: ORDER=nnnnnnnn [ORDER=nnnnnnnn ...]
      *>               OPERATOR=xxx [BUSDATE=YYYYMMDD]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDREL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-FILE-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSERT-FILE-STATUS.
    SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC WS-RUNLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNLOG-FILE-STATUS.
    SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCK-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  HOLD-FILE.
01  HOLD-IN-REC                  PIC X(160).

FD  RELEASE-FILE.
01  RELEASE-REC                  PIC X(120).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(400).

FD  RUN-LOG-FILE.
01  RUN-LOG-OUT-REC              PIC X(400).

FD  LOCK-FILE.
01  LOCK-REC                     PIC X(80).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".
COPY "LOCKWS.cpy".

01  WS-HOLD-FILE-NAME            PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_HOLDS.txt".
01  WS-HOLD-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-RELEASE-FILE-NAME         PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_RELEASES.txt".
01  WS-RELEASE-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-INSERT-FILE-NAME          PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_RELEASE.sql".
01  WS-INSERT-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-RELEASE-DATE              PIC 9(8) VALUE 0.
01  WS-OUT-LINE                  PIC X(400) VALUE SPACES.
01  WS-ORDER-ARG                 PIC X(12).

      *> The ORDER-IDs asked for on the command line, with what was
      *> found for each: the customer and flags off its HELD line,
      *> and the outcome (R released, A already on the ledger,
      *> N not held tonight).
01  WS-REQ-COUNT                 PIC 9(2) VALUE 0.
01  WS-REQ-TABLE.
    05  WS-REQ-ENTRY OCCURS 20 TIMES.
        10  WS-REQ-ORDER-ID      PIC 9(8).
        10  WS-REQ-CUST-ID       PIC X(9).
        10  WS-REQ-FLAG-A        PIC X(2).
        10  WS-REQ-FLAG-B        PIC X(2).
        10  WS-REQ-HELD          PIC X(1).
        10  WS-REQ-OUTCOME       PIC X(1).
01  WS-REQ-IDX                   PIC 9(2).
01  WS-REQ-FOUND                 PIC X(1).

01  WS-RELEASED-COUNT            PIC 9(9) VALUE 0.
01  WS-ALREADY-COUNT             PIC 9(9) VALUE 0.
01  WS-NOT-HELD-COUNT            PIC 9(9) VALUE 0.
01  WS-HOLD-LINE-COUNT           PIC 9(9) VALUE 0.

      *> One parsed holds-list line: blank-split KEY=VALUE pieces,
      *> the shape ORDRLOAD's WRITE-CREDIT-HOLD-LINE lays down.
01  WS-HL-PIECE OCCURS 8 TIMES   PIC X(40).
01  WS-HL-IDX                    PIC 9(1).
01  WS-HL-PTR                    PIC 9(4).
01  WS-HL-LEN                    PIC 9(4).
01  WS-HL-KEY                    PIC X(20).
01  WS-HL-VALUE                  PIC X(30).
01  WS-HL-ORDER-ID               PIC 9(8).
01  WS-HL-CUST-ID                PIC X(9).
01  WS-HL-FLAG-A                 PIC X(2).
01  WS-HL-FLAG-B                 PIC X(2).
01  WS-HL-DISP                   PIC X(20).
01  WS-HL-PARSE-OK               PIC X(1).

01  WS-TXN-OPENED                PIC X(1) VALUE 'N'.

COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "ESCWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    MOVE "Output/ORDER_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-RELEASE-DATE
    ELSE
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RELEASE-DATE
    END-IF

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "CREDREL" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "ORDER-CREDIT-RELEASE" TO CRL-COPYBOOK-NAME
    MOVE WS-HOLD-FILE-NAME TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID

    PERFORM CHECK-RELEASE-LEDGER
    PERFORM SCAN-HOLDS-LIST

    OPEN EXTEND INSERT-FILE
    IF WS-INSERT-FILE-STATUS NOT = '00'
       OPEN OUTPUT INSERT-FILE
    END-IF
    OPEN EXTEND RELEASE-FILE
    IF WS-RELEASE-FILE-STATUS NOT = '00'
       OPEN OUTPUT RELEASE-FILE
    END-IF

    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       PERFORM RELEASE-ONE-ORDER
    END-PERFORM

    IF WS-TXN-OPENED = 'Y'
       MOVE "COMMIT;" TO INSERT-LINE
       WRITE INSERT-LINE
    END-IF
    CLOSE INSERT-FILE
    CLOSE RELEASE-FILE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-REQ-COUNT TO CRL-RECORDS-READ
    MOVE WS-RELEASED-COUNT TO CRL-RECORDS-LOADED
    COMPUTE CRL-RECORDS-REJECTED =
            WS-ALREADY-COUNT + WS-NOT-HELD-COUNT
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG

    DISPLAY "CREDREL: " WS-RELEASED-COUNT " order(s) released, "
            WS-ALREADY-COUNT " already released, "
            WS-NOT-HELD-COUNT " not held."
    PERFORM RELEASE-RUN-LOCK
    IF WS-ALREADY-COUNT > 0 OR WS-NOT-HELD-COUNT > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> ORDER= is this job's own key and may repeat; everything else
      *> goes through the shared parameter parser.
PARSE-ARGUMENTS.
    ACCEPT WS-TOK-LINE FROM COMMAND-LINE
    PERFORM TOKENIZE-LINE
    PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
            UNTIL WS-ARG-IDX > WS-TOK-COUNT
       IF WS-TOK-TABLE(WS-ARG-IDX)(1:1) = ','
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(2:39) TO WS-PRM-TOKEN
       ELSE
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(1:40) TO WS-PRM-TOKEN
       END-IF
       IF WS-PRM-TOKEN NOT = SPACES
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:6)) = 'ORDER='
             PERFORM ADD-REQUESTED-ORDER
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
    IF WS-REQ-COUNT = 0
       DISPLAY "CREDREL: usage: credrel ORDER=nnnnnnnn "
               "[ORDER=nnnnnnnn ...] OPERATOR=xxx"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF RP-OPERATOR-ID = SPACES
       DISPLAY "CREDREL: OPERATOR= is required - the release "
               "ledger must record who released each order."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

ADD-REQUESTED-ORDER.
    MOVE FUNCTION TRIM(WS-PRM-TOKEN(7:12)) TO WS-ORDER-ARG
    IF FUNCTION TRIM(WS-ORDER-ARG) = SPACES
       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-ORDER-ARG)) NOT = 0
       OR FUNCTION NUMVAL(WS-ORDER-ARG) > 99999999
       DISPLAY "CREDREL: ORDER=" FUNCTION TRIM(WS-ORDER-ARG)
               " is not an 8-digit ORDER-ID."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'N' TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       IF WS-REQ-ORDER-ID(WS-REQ-IDX) = FUNCTION NUMVAL(WS-ORDER-ARG)
          MOVE 'Y' TO WS-REQ-FOUND
       END-IF
    END-PERFORM
    IF WS-REQ-FOUND = 'N'
       IF WS-REQ-COUNT >= 20
          DISPLAY "CREDREL: more than 20 ORDER= values - release "
                  "the rest in a further run."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO WS-REQ-COUNT
       COMPUTE WS-REQ-ORDER-ID(WS-REQ-COUNT) =
               FUNCTION NUMVAL(WS-ORDER-ARG)
       MOVE SPACES TO WS-REQ-CUST-ID(WS-REQ-COUNT)
       MOVE "--" TO WS-REQ-FLAG-A(WS-REQ-COUNT)
                    WS-REQ-FLAG-B(WS-REQ-COUNT)
       MOVE 'N' TO WS-REQ-HELD(WS-REQ-COUNT)
       MOVE 'N' TO WS-REQ-OUTCOME(WS-REQ-COUNT)
    END-IF.

COPY "TOKENIZE.cpy".

      *> A requested order already on the ledger is marked 'A' so it
      *> is neither released twice nor reported as not held.
CHECK-RELEASE-LEDGER.
    OPEN INPUT RELEASE-FILE
    IF WS-RELEASE-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ RELEASE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF RELEASE-REC(1:9) = "ORDER_ID="
                   AND RELEASE-REC(10:8) IS NUMERIC
                   PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                           UNTIL WS-REQ-IDX > WS-REQ-COUNT
                      IF WS-REQ-ORDER-ID(WS-REQ-IDX)
                         = RELEASE-REC(10:8)
                         MOVE 'A' TO WS-REQ-OUTCOME(WS-REQ-IDX)
                      END-IF
                   END-PERFORM
                END-IF
          END-READ
       END-PERFORM
       CLOSE RELEASE-FILE
    END-IF.

      *> The holds list is tonight's - without it there is nothing
      *> held to release.
SCAN-HOLDS-LIST.
    OPEN INPUT HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = '00'
       DISPLAY "CREDREL: no holds list at "
               FUNCTION TRIM(WS-HOLD-FILE-NAME)
               " - run ORDRLOAD first."
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ HOLD-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             ADD 1 TO WS-HOLD-LINE-COUNT
             PERFORM PARSE-HOLD-LINE
             IF WS-HL-PARSE-OK = 'Y'
                AND FUNCTION TRIM(WS-HL-DISP) = 'HELD'
                PERFORM MATCH-HELD-ORDER
             END-IF
       END-READ
    END-PERFORM
    CLOSE HOLD-FILE.

MATCH-HELD-ORDER.
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       IF WS-REQ-ORDER-ID(WS-REQ-IDX) = WS-HL-ORDER-ID
          MOVE 'Y' TO WS-REQ-HELD(WS-REQ-IDX)
          MOVE WS-HL-CUST-ID TO WS-REQ-CUST-ID(WS-REQ-IDX)
          MOVE WS-HL-FLAG-A TO WS-REQ-FLAG-A(WS-REQ-IDX)
          MOVE WS-HL-FLAG-B TO WS-REQ-FLAG-B(WS-REQ-IDX)
       END-IF
    END-PERFORM.

PARSE-HOLD-LINE.
    MOVE 'N' TO WS-HL-PARSE-OK
    MOVE SPACES TO WS-HL-DISP WS-HL-CUST-ID
    MOVE "--" TO WS-HL-FLAG-A WS-HL-FLAG-B
    PERFORM VARYING WS-HL-IDX FROM 1 BY 1 UNTIL WS-HL-IDX > 8
       MOVE SPACES TO WS-HL-PIECE(WS-HL-IDX)
    END-PERFORM
    COMPUTE WS-HL-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(HOLD-IN-REC))
    IF WS-HL-LEN > 0
       MOVE 1 TO WS-HL-PTR
       MOVE 0 TO WS-HL-IDX
       PERFORM UNTIL WS-HL-PTR > WS-HL-LEN OR WS-HL-IDX >= 8
          ADD 1 TO WS-HL-IDX
          UNSTRING HOLD-IN-REC DELIMITED BY ALL SPACE
                   INTO WS-HL-PIECE(WS-HL-IDX)
                   WITH POINTER WS-HL-PTR
       END-PERFORM
       PERFORM VARYING WS-HL-IDX FROM 1 BY 1 UNTIL WS-HL-IDX > 8
          IF WS-HL-PIECE(WS-HL-IDX) NOT = SPACES
             MOVE SPACES TO WS-HL-KEY WS-HL-VALUE
             UNSTRING WS-HL-PIECE(WS-HL-IDX) DELIMITED BY '='
                      INTO WS-HL-KEY, WS-HL-VALUE
             END-UNSTRING
             EVALUATE FUNCTION TRIM(WS-HL-KEY)
                WHEN 'ORDER_ID'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-HL-VALUE)) = 0
                      COMPUTE WS-HL-ORDER-ID =
                              FUNCTION NUMVAL(WS-HL-VALUE)
                      MOVE 'Y' TO WS-HL-PARSE-OK
                   END-IF
                WHEN 'CUST_ID'
                   MOVE WS-HL-VALUE(1:9) TO WS-HL-CUST-ID
                WHEN 'FLAG_A'
                   MOVE WS-HL-VALUE(1:2) TO WS-HL-FLAG-A
                WHEN 'FLAG_B'
                   MOVE WS-HL-VALUE(1:2) TO WS-HL-FLAG-B
                WHEN 'DISPOSITION'
                   MOVE WS-HL-VALUE(1:20) TO WS-HL-DISP
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
       END-PERFORM
    END-IF.

RELEASE-ONE-ORDER.
    EVALUATE TRUE
       WHEN WS-REQ-OUTCOME(WS-REQ-IDX) = 'A'
          ADD 1 TO WS-ALREADY-COUNT
          DISPLAY "CREDREL: ORDER " WS-REQ-ORDER-ID(WS-REQ-IDX)
                  " is already on the release ledger - skipped."
       WHEN WS-REQ-HELD(WS-REQ-IDX) = 'N'
          ADD 1 TO WS-NOT-HELD-COUNT
          DISPLAY "CREDREL: ORDER " WS-REQ-ORDER-ID(WS-REQ-IDX)
                  " is not held on "
                  FUNCTION TRIM(WS-HOLD-FILE-NAME) " - skipped."
       WHEN OTHER
          ADD 1 TO WS-RELEASED-COUNT
          MOVE 'R' TO WS-REQ-OUTCOME(WS-REQ-IDX)
          PERFORM EMIT-RELEASE-SQL
          PERFORM WRITE-LEDGER-LINE
          DISPLAY "CREDREL: ORDER " WS-REQ-ORDER-ID(WS-REQ-IDX)
                  " CUST " FUNCTION TRIM(WS-REQ-CUST-ID(WS-REQ-IDX))
                  " released."
    END-EVALUATE.

      *> The hold row carries every ORDERS column (ORDRLOAD loads the
      *> same column set into both tables), so the release moves it
      *> wholesale, restamps its LOAD_RUN_ID as this run's, and then
      *> clears it out of the hold table. The block's comment header
      *> goes out with its first release, so a run that releases
      *> nothing leaves the day's SQL file untouched.
EMIT-RELEASE-SQL.
    IF WS-TXN-OPENED = 'N'
       MOVE SPACES TO WS-OUT-LINE
       STRING "-- CREDIT-HOLD RELEASES BY " DELIMITED BY SIZE
              FUNCTION TRIM(RP-OPERATOR-ID) DELIMITED BY SIZE
              " FOR BUSINESS DATE " DELIMITED BY SIZE
              WS-RELEASE-DATE DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       MOVE WS-OUT-LINE TO INSERT-LINE
       WRITE INSERT-LINE
       MOVE "START TRANSACTION;" TO INSERT-LINE
       WRITE INSERT-LINE
       MOVE 'Y' TO WS-TXN-OPENED
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "INSERT INTO ORDERS SELECT * FROM ORDERS_CREDIT_HOLD "
           "WHERE ORDER_ID = " DELIMITED BY SIZE
           WS-REQ-ORDER-ID(WS-REQ-IDX) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "UPDATE ORDERS SET LOAD_RUN_ID = '" DELIMITED BY SIZE
           FUNCTION TRIM(CRL-RUN-ID) DELIMITED BY SIZE
           "' WHERE ORDER_ID = " DELIMITED BY SIZE
           WS-REQ-ORDER-ID(WS-REQ-IDX) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM ORDERS_CREDIT_HOLD WHERE ORDER_ID = "
           DELIMITED BY SIZE
           WS-REQ-ORDER-ID(WS-REQ-IDX) DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> ORDER_ID= leads every ledger line - ORDRLOAD's
      *> LOAD-RELEASED-ORDERS reads it by position.
WRITE-LEDGER-LINE.
    MOVE SPACES TO RELEASE-REC
    STRING "ORDER_ID=" DELIMITED BY SIZE
           WS-REQ-ORDER-ID(WS-REQ-IDX) DELIMITED BY SIZE
           " CUST_ID=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQ-CUST-ID(WS-REQ-IDX))
              DELIMITED BY SIZE
           " FLAG_A=" DELIMITED BY SIZE
           WS-REQ-FLAG-A(WS-REQ-IDX) DELIMITED BY SIZE
           " FLAG_B=" DELIMITED BY SIZE
           WS-REQ-FLAG-B(WS-REQ-IDX) DELIMITED BY SIZE
           " RELEASED_BY=" DELIMITED BY SIZE
           FUNCTION TRIM(RP-OPERATOR-ID) DELIMITED BY SIZE
           " RELEASED=" DELIMITED BY SIZE
           WS-RELEASE-DATE DELIMITED BY SIZE
           INTO RELEASE-REC
    END-STRING
    WRITE RELEASE-REC.

COPY "PARSEPRM.cpy".
COPY "RUNLOGLIB.cpy".
COPY "DATELIB.cpy".
COPY "ESCLIB.cpy".
COPY "LOCKLIB.cpy".
