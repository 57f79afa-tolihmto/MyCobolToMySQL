      *> BALEXCP - high-value balance movement exceptions. CUSTLOAD
      *> (DELTA=Y HISTORY=Y) journals every BALANCE change into
      *> Output/CUSTOMER_HISTORY_JOURNAL.txt, but nobody reviewed
      *> what actually moved until the month-end PERLEDGR close.
      *> This reads the journal events stamped with the business date
      *> and lists, in Output/BALANCE_EXCEPTIONS.txt for Credit
      *> Control's morning review:
      *>   LARGE MOVE   a CHANGED event whose BALANCE moved by more
      *>                than MOVEAMT= (default 10000.00), or by more
      *>                than MOVEPCT= percent of the prior balance
      *>                (default 50; judged only when the prior
      *>                balance is nonzero)
      *>   SIGN FLIP    the balance went from credit (negative) to
      *>                debit (positive), whatever the size
      *>   LARGE OPEN   an INSERTED event - a brand-new customer -
      *>                whose opening balance is at least OPENAMT=
      *>                (default 10000.00) either way
      *> Setting MOVEAMT=0 or MOVEPCT=0 switches that test off. An
      *> event can qualify on more than one count; it lists once with
      *> every reason named.
      *>
      *> Each line carries the prior and new balances and the
      *> customer's FLAG-A/FLAG-B decoded through
      *> Config/CODE_TABLES.cfg. The journal does not carry the flag
      *> bytes, so they are taken from the customer's record in the
      *> extract the load ran from (Data/CUSTOMER.DAT), hex-encoded
      *> the way CUSTLOAD emits them; a customer no longer in the
      *> extract shows "(NOT IN EXTRACT)".
      *>
      *> BALEXCP is not a Config/NIGHT_WINDOW.cfg step. The window's
      *> CUSTLOAD step is a CUSTFAN fan-out, and a fan-out cannot run
      *> DELTA=Y, so the night journals nothing and a BALEXCP behind
      *> it would report a clean day every day. It runs on the delta
      *> load's own schedule instead - straight after a
      *> CUSTLOAD PROFILE=NIGHTLY_CUST run (DELTA=Y HISTORY=Y), with
      *> that run's BUSDATE=.
      *>
      *> Command line: [MOVEAMT=nnnn.nn] [MOVEPCT=nnn]
      *>               [OPENAMT=nnnn.nn] [BUSDATE=YYYYMMDD]
      *>               [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BALEXCP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOURNAL-IN-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CUSTOMER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CODE-FILE ASSIGN TO DYNAMIC WS-CODE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CODE-FILE-STATUS.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  JOURNAL-IN-FILE.
01  JOURNAL-IN-REC               PIC X(250).

FD  CUSTOMER-FILE.
    COPY "sample.cpy".

FD  REPORT-FILE.
01  REPORT-REC                   PIC X(132).

FD  CODE-FILE.
01  CODE-LINE                    PIC X(120).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".
COPY "CODEWS.cpy".
COPY "HEXWS.cpy".

01  WS-JOURNAL-FILE-NAME         PIC X(80)
                                  VALUE "Output/CUSTOMER_HISTORY_JOURNAL.txt".
01  WS-JOURNAL-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-CUSTOMER-FILE-NAME        PIC X(80)
                                  VALUE "Data/CUSTOMER.DAT".
01  WS-CUSTOMER-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/BALANCE_EXCEPTIONS.txt".
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.

01  WS-PROCESS-DATE              PIC 9(8) VALUE 0.
01  WS-MOVE-AMT-LIMIT            PIC 9(9)V9(2) VALUE 10000.00.
01  WS-MOVE-PCT-LIMIT            PIC 9(5) VALUE 50.
01  WS-OPEN-AMT-LIMIT            PIC 9(9)V9(2) VALUE 10000.00.

01  WS-JOURNAL-LINES             PIC 9(9) VALUE 0.
01  WS-DAY-EVENTS                PIC 9(9) VALUE 0.
01  WS-MOVE-TOTAL                PIC 9(9) VALUE 0.
01  WS-FLIP-TOTAL                PIC 9(9) VALUE 0.
01  WS-OPEN-TOTAL                PIC 9(9) VALUE 0.

      *> One parsed journal line - CUSTLOAD's layout:
      *>   CUST_ID|EVENT|VALID_FROM|PRIOR_BAL|PRIOR_CONTACT|
      *>   NEW_BAL|NEW_CONTACT|CHANGED_FIELDS
01  WS-JP-CUST-ID                PIC X(12).
01  WS-JP-EVENT                  PIC X(8).
01  WS-JP-VALID-FROM             PIC X(19).
01  WS-JP-PRIOR-BAL              PIC X(13).
01  WS-JP-PRIOR-CONTACT          PIC X(37).
01  WS-JP-NEW-BAL                PIC X(13).
01  WS-JP-NEW-CONTACT            PIC X(37).
01  WS-JP-CHANGED                PIC X(25).
01  WS-JP-DATE-TEXT              PIC X(8).

01  WS-PRIOR-BAL                 PIC S9(9)V9(2).
01  WS-NEW-BAL                   PIC S9(9)V9(2).
01  WS-MOVE-AMT                  PIC S9(10)V9(2).
01  WS-MOVE-ABS                  PIC 9(10)V9(2).
01  WS-PRIOR-ABS                 PIC 9(9)V9(2).
01  WS-MOVE-PCT                  PIC 9(7)V9(2).
01  WS-HIT-MOVE                  PIC X(1).
01  WS-HIT-FLIP                  PIC X(1).
01  WS-HIT-OPEN                  PIC X(1).

      *> The day's exceptions, held until the extract pass has found
      *> each customer's flags. Overflow stops loudly - a review list
      *> missing its tail would be signed off as complete.
01  WS-EXC-COUNT                 PIC 9(5) VALUE 0.
01  WS-EXC-TABLE.
    05  WS-EXC-ENTRY OCCURS 5000 TIMES.
        10  WS-EXC-CUST-ID       PIC 9(9).
        10  WS-EXC-EVENT         PIC X(8).
        10  WS-EXC-PRIOR-BAL     PIC S9(9)V9(2).
        10  WS-EXC-NEW-BAL       PIC S9(9)V9(2).
        10  WS-EXC-MOVE-PCT      PIC 9(7)V9(2).
        10  WS-EXC-PCT-KNOWN     PIC X(1).
        10  WS-EXC-REASONS       PIC X(40).
        10  WS-EXC-CUST-NAME     PIC X(20).
        10  WS-EXC-FLAG-A-HEX    PIC X(2).
        10  WS-EXC-FLAG-B-HEX    PIC X(2).
        10  WS-EXC-IN-EXTRACT    PIC X(1).
01  WS-EXC-IDX                   PIC 9(5).
01  WS-EXC-OVERFLOW              PIC X(1) VALUE 'N'.

01  WS-REASON-TEXT               PIC X(40).
01  WS-REASON-PTR                PIC 9(3).
01  WS-FLAG-A-DESC               PIC X(40).
01  WS-FLAG-B-DESC               PIC X(40).
01  WS-BAL-EDIT-1                PIC -(9)9.99.
01  WS-BAL-EDIT-2                PIC -(9)9.99.
01  WS-PCT-EDIT                  PIC Z(6)9.99.
01  WS-LIMIT-EDIT                PIC Z(8)9.99.
01  WS-PCT-LIMIT-EDIT            PIC Z(4)9.
01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-PROCESS-DATE
    ELSE
       COMPUTE WS-PROCESS-DATE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
    END-IF
    PERFORM LOAD-CODE-TABLE

    OPEN INPUT JOURNAL-IN-FILE
    IF WS-JOURNAL-FILE-STATUS NOT = '00'
       DISPLAY "BALEXCP: no history journal at "
               FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
               " - nothing journaled, the report is empty."
       CLOSE JOURNAL-IN-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ JOURNAL-IN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM JUDGE-ONE-JOURNAL-LINE
          END-READ
       END-PERFORM
       CLOSE JOURNAL-IN-FILE
    END-IF

    IF WS-EXC-OVERFLOW = 'Y'
       DISPLAY "BALEXCP: more than 5000 balance exceptions for "
               WS-PROCESS-DATE " - a truncated review list would be "
               "signed off as complete, stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    IF WS-EXC-COUNT > 0
       PERFORM FIND-CUSTOMER-FLAGS
    END-IF
    PERFORM WRITE-EXCEPTION-REPORT

    DISPLAY "BALEXCP: " WS-DAY-EVENTS " journal event(s) for "
            WS-PROCESS-DATE ", " WS-EXC-COUNT " exception(s) - "
            "report in " FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    STOP RUN.

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
          EVALUATE TRUE
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'MOVEAMT='
                COMPUTE WS-MOVE-AMT-LIMIT =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(9:15))
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'MOVEPCT='
                COMPUTE WS-MOVE-PCT-LIMIT =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(9:6))
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'OPENAMT='
                COMPUTE WS-OPEN-AMT-LIMIT =
                        FUNCTION NUMVAL(WS-PRM-TOKEN(9:15))
             WHEN OTHER
                PERFORM APPLY-PARM-TOKEN
          END-EVALUATE
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS.

COPY "TOKENIZE.cpy".

      *> VALID_FROM carries the business day CUSTLOAD booked the run
      *> to (it pins its start timestamp to BUSDATE=), so the day's
      *> events are exactly the lines dated with it.
JUDGE-ONE-JOURNAL-LINE.
    IF FUNCTION TRIM(JOURNAL-IN-REC) = SPACES
       CONTINUE
    ELSE
       ADD 1 TO WS-JOURNAL-LINES
       MOVE SPACES TO WS-JP-CUST-ID WS-JP-EVENT WS-JP-VALID-FROM
                      WS-JP-PRIOR-BAL WS-JP-PRIOR-CONTACT
                      WS-JP-NEW-BAL WS-JP-NEW-CONTACT WS-JP-CHANGED
       UNSTRING JOURNAL-IN-REC DELIMITED BY '|'
                INTO WS-JP-CUST-ID, WS-JP-EVENT, WS-JP-VALID-FROM,
                     WS-JP-PRIOR-BAL, WS-JP-PRIOR-CONTACT,
                     WS-JP-NEW-BAL, WS-JP-NEW-CONTACT, WS-JP-CHANGED
       END-UNSTRING
       MOVE SPACES TO WS-JP-DATE-TEXT
       MOVE WS-JP-VALID-FROM(1:4) TO WS-JP-DATE-TEXT(1:4)
       MOVE WS-JP-VALID-FROM(6:2) TO WS-JP-DATE-TEXT(5:2)
       MOVE WS-JP-VALID-FROM(9:2) TO WS-JP-DATE-TEXT(7:2)
       IF WS-JP-DATE-TEXT IS NUMERIC
          AND WS-JP-DATE-TEXT = WS-PROCESS-DATE
          AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JP-CUST-ID)) = 0
          AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JP-NEW-BAL)) = 0
          ADD 1 TO WS-DAY-EVENTS
          PERFORM JUDGE-ONE-EVENT
       END-IF
    END-IF.

JUDGE-ONE-EVENT.
    MOVE 'N' TO WS-HIT-MOVE WS-HIT-FLIP WS-HIT-OPEN
    MOVE 0 TO WS-PRIOR-BAL WS-MOVE-PCT
    COMPUTE WS-NEW-BAL = FUNCTION NUMVAL(WS-JP-NEW-BAL)
    IF FUNCTION TRIM(WS-JP-EVENT) = "INSERTED"
       IF WS-NEW-BAL < 0
          COMPUTE WS-MOVE-ABS = 0 - WS-NEW-BAL
       ELSE
          MOVE WS-NEW-BAL TO WS-MOVE-ABS
       END-IF
       IF WS-MOVE-ABS >= WS-OPEN-AMT-LIMIT AND WS-OPEN-AMT-LIMIT > 0
          MOVE 'Y' TO WS-HIT-OPEN
       END-IF
    ELSE
       *> a CHANGED event that only touched CONTACT-INFO journals the
       *> same balance on both sides and falls through every test
       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-JP-PRIOR-BAL)) = 0
          COMPUTE WS-PRIOR-BAL = FUNCTION NUMVAL(WS-JP-PRIOR-BAL)
       END-IF
       COMPUTE WS-MOVE-AMT = WS-NEW-BAL - WS-PRIOR-BAL
       IF WS-MOVE-AMT < 0
          COMPUTE WS-MOVE-ABS = 0 - WS-MOVE-AMT
       ELSE
          MOVE WS-MOVE-AMT TO WS-MOVE-ABS
       END-IF
       IF WS-MOVE-AMT-LIMIT > 0 AND WS-MOVE-ABS > WS-MOVE-AMT-LIMIT
          MOVE 'Y' TO WS-HIT-MOVE
       END-IF
       IF WS-PRIOR-BAL NOT = 0
          IF WS-PRIOR-BAL < 0
             COMPUTE WS-PRIOR-ABS = 0 - WS-PRIOR-BAL
          ELSE
             MOVE WS-PRIOR-BAL TO WS-PRIOR-ABS
          END-IF
          COMPUTE WS-MOVE-PCT ROUNDED =
                  WS-MOVE-ABS * 100 / WS-PRIOR-ABS
             ON SIZE ERROR
                MOVE 9999999.99 TO WS-MOVE-PCT
          END-COMPUTE
          IF WS-MOVE-PCT-LIMIT > 0
             AND WS-MOVE-PCT > WS-MOVE-PCT-LIMIT
             MOVE 'Y' TO WS-HIT-MOVE
          END-IF
       END-IF
       IF WS-PRIOR-BAL < 0 AND WS-NEW-BAL > 0
          MOVE 'Y' TO WS-HIT-FLIP
       END-IF
    END-IF
    IF WS-HIT-MOVE = 'Y' OR WS-HIT-FLIP = 'Y' OR WS-HIT-OPEN = 'Y'
       PERFORM NOTE-EXCEPTION
    END-IF.

NOTE-EXCEPTION.
    MOVE SPACES TO WS-REASON-TEXT
    MOVE 1 TO WS-REASON-PTR
    IF WS-HIT-MOVE = 'Y'
       STRING "LARGE MOVE " DELIMITED BY SIZE
              INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
       END-STRING
       ADD 1 TO WS-MOVE-TOTAL
    END-IF
    IF WS-HIT-FLIP = 'Y'
       STRING "SIGN FLIP " DELIMITED BY SIZE
              INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
       END-STRING
       ADD 1 TO WS-FLIP-TOTAL
    END-IF
    IF WS-HIT-OPEN = 'Y'
       STRING "LARGE OPEN " DELIMITED BY SIZE
              INTO WS-REASON-TEXT WITH POINTER WS-REASON-PTR
       END-STRING
       ADD 1 TO WS-OPEN-TOTAL
    END-IF
    IF WS-EXC-COUNT < 5000
       ADD 1 TO WS-EXC-COUNT
       COMPUTE WS-EXC-CUST-ID(WS-EXC-COUNT) =
               FUNCTION NUMVAL(WS-JP-CUST-ID)
       MOVE WS-JP-EVENT TO WS-EXC-EVENT(WS-EXC-COUNT)
       MOVE WS-PRIOR-BAL TO WS-EXC-PRIOR-BAL(WS-EXC-COUNT)
       MOVE WS-NEW-BAL TO WS-EXC-NEW-BAL(WS-EXC-COUNT)
       MOVE WS-MOVE-PCT TO WS-EXC-MOVE-PCT(WS-EXC-COUNT)
       IF WS-PRIOR-BAL NOT = 0
          MOVE 'Y' TO WS-EXC-PCT-KNOWN(WS-EXC-COUNT)
       ELSE
          MOVE 'N' TO WS-EXC-PCT-KNOWN(WS-EXC-COUNT)
       END-IF
       MOVE WS-REASON-TEXT TO WS-EXC-REASONS(WS-EXC-COUNT)
       MOVE SPACES TO WS-EXC-CUST-NAME(WS-EXC-COUNT)
       MOVE "--" TO WS-EXC-FLAG-A-HEX(WS-EXC-COUNT)
                    WS-EXC-FLAG-B-HEX(WS-EXC-COUNT)
       MOVE 'N' TO WS-EXC-IN-EXTRACT(WS-EXC-COUNT)
    ELSE
       MOVE 'Y' TO WS-EXC-OVERFLOW
    END-IF.

      *> One pass over the extract; every exception for the customer
      *> picks up the name and the two flag bytes.
FIND-CUSTOMER-FLAGS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
       DISPLAY "BALEXCP: cannot open "
               FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
               " (STATUS=" WS-CUSTOMER-FILE-STATUS
               ") - flags will show as not in extract."
       CLOSE CUSTOMER-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ CUSTOMER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF CUST-ID IS NUMERIC
                   PERFORM MATCH-CUSTOMER-TO-EXCEPTIONS
                END-IF
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
    END-IF.

MATCH-CUSTOMER-TO-EXCEPTIONS.
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-COUNT
       IF WS-EXC-CUST-ID(WS-EXC-IDX) = CUST-ID
          MOVE 'Y' TO WS-EXC-IN-EXTRACT(WS-EXC-IDX)
          MOVE CUST-NAME TO WS-EXC-CUST-NAME(WS-EXC-IDX)
          MOVE FLAG-A TO WS-HEX-IN-BYTE
          PERFORM ENCODE-BYTE-TO-HEX
          MOVE WS-HEX-OUT TO WS-EXC-FLAG-A-HEX(WS-EXC-IDX)
          MOVE FLAG-B TO WS-HEX-IN-BYTE
          PERFORM ENCODE-BYTE-TO-HEX
          MOVE WS-HEX-OUT TO WS-EXC-FLAG-B-HEX(WS-EXC-IDX)
       END-IF
    END-PERFORM.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

WRITE-EXCEPTION-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "BALANCE MOVEMENT EXCEPTIONS  BUSINESS DATE="
           DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE WS-MOVE-AMT-LIMIT TO WS-LIMIT-EDIT
    MOVE WS-MOVE-PCT-LIMIT TO WS-PCT-LIMIT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  LARGE MOVE: MORE THAN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIMIT-EDIT) DELIMITED BY SIZE
           " OR MORE THAN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PCT-LIMIT-EDIT) DELIMITED BY SIZE
           " PCT OF PRIOR (0 = TEST OFF)" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE WS-OPEN-AMT-LIMIT TO WS-LIMIT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  LARGE OPEN: NEW CUSTOMER AT " DELIMITED BY SIZE
           FUNCTION TRIM(WS-LIMIT-EDIT) DELIMITED BY SIZE
           " OR MORE    SIGN FLIP: CREDIT TO DEBIT" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE

    IF WS-EXC-COUNT = 0
       MOVE "  (NO EXCEPTIONS FOR THE BUSINESS DATE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF
    PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
            UNTIL WS-EXC-IDX > WS-EXC-COUNT
       PERFORM WRITE-ONE-EXCEPTION
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "EVENTS ON DATE=" DELIMITED BY SIZE
           WS-DAY-EVENTS DELIMITED BY SIZE
           "  EXCEPTIONS=" DELIMITED BY SIZE
           WS-EXC-COUNT DELIMITED BY SIZE
           "  LARGE MOVES=" DELIMITED BY SIZE
           WS-MOVE-TOTAL DELIMITED BY SIZE
           "  SIGN FLIPS=" DELIMITED BY SIZE
           WS-FLIP-TOTAL DELIMITED BY SIZE
           "  LARGE OPENS=" DELIMITED BY SIZE
           WS-OPEN-TOTAL DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    CLOSE REPORT-FILE.

WRITE-ONE-EXCEPTION.
    IF WS-EXC-IN-EXTRACT(WS-EXC-IDX) = 'Y'
       MOVE "FLAG-A" TO WS-CODE-FIELD
       MOVE SPACES TO WS-CODE-VALUE
       MOVE WS-EXC-FLAG-A-HEX(WS-EXC-IDX) TO WS-CODE-VALUE(1:2)
       PERFORM FIND-CODE-DESC
       MOVE WS-CODE-DESC TO WS-FLAG-A-DESC
       MOVE "FLAG-B" TO WS-CODE-FIELD
       MOVE SPACES TO WS-CODE-VALUE
       MOVE WS-EXC-FLAG-B-HEX(WS-EXC-IDX) TO WS-CODE-VALUE(1:2)
       PERFORM FIND-CODE-DESC
       MOVE WS-CODE-DESC TO WS-FLAG-B-DESC
    ELSE
       MOVE "(NOT IN EXTRACT)" TO WS-FLAG-A-DESC WS-FLAG-B-DESC
    END-IF

    MOVE SPACES TO WS-OUT-LINE
    STRING "CUST-ID=" DELIMITED BY SIZE
           WS-EXC-CUST-ID(WS-EXC-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXC-CUST-NAME(WS-EXC-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXC-EVENT(WS-EXC-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-EXC-REASONS(WS-EXC-IDX))
                DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    MOVE WS-EXC-NEW-BAL(WS-EXC-IDX) TO WS-BAL-EDIT-2
    MOVE SPACES TO WS-OUT-LINE
    IF WS-EXC-EVENT(WS-EXC-IDX) = "INSERTED"
       STRING "    PRIOR=(NEW CUSTOMER)  NEW=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-BAL-EDIT-2) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       MOVE WS-EXC-PRIOR-BAL(WS-EXC-IDX) TO WS-BAL-EDIT-1
       IF WS-EXC-PCT-KNOWN(WS-EXC-IDX) = 'Y'
          MOVE WS-EXC-MOVE-PCT(WS-EXC-IDX) TO WS-PCT-EDIT
          STRING "    PRIOR=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BAL-EDIT-1) DELIMITED BY SIZE
                 "  NEW=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BAL-EDIT-2) DELIMITED BY SIZE
                 "  MOVE PCT=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-PCT-EDIT) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       ELSE
          STRING "    PRIOR=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BAL-EDIT-1) DELIMITED BY SIZE
                 "  NEW=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BAL-EDIT-2) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-IF
    END-IF
    PERFORM WRITE-REPORT-LINE

    MOVE SPACES TO WS-OUT-LINE
    STRING "    FLAG-A=" DELIMITED BY SIZE
           WS-EXC-FLAG-A-HEX(WS-EXC-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FLAG-A-DESC) DELIMITED BY SIZE
           "  FLAG-B=" DELIMITED BY SIZE
           WS-EXC-FLAG-B-HEX(WS-EXC-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FLAG-B-DESC) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "CODELIB.cpy".
COPY "HEXLIB.cpy".
