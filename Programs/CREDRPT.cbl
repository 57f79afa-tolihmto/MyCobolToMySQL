      *> CREDRPT - nightly credit-hold report. ORDRLOAD lists every
      *> order from a CREDIT WATCH (FLAG-A x'43') or HOLD
      *> CORRESPONDENCE (FLAG-B x'48') customer in
      *> Output/ORDER_CREDIT_HOLDS.txt - HELD in ORDERS_CREDIT_HOLD
      *> under CREDITHOLD=H, LISTED (loaded into ORDERS) under the
      *> default CREDITHOLD=L, or RELEASED when credit control has
      *> already cleared it through CREDREL. This turns that list
      *> into Output/CREDIT_HOLD_REPORT.txt for credit control's
      *> morning review:
      *>   - the orders grouped by flag - CREDIT WATCH, HOLD
      *>     CORRESPONDENCE, or both - and within each flag by
      *>     PAY-TYPE, decoded through Config/CODE_TABLES.cfg, with
      *>     a count under each PAY-TYPE and each flag;
      *>   - a summary of held / listed / released counts per flag;
      *>   - the release ledger's totals (Output/
      *>     ORDER_CREDIT_RELEASES.txt): releases on file, and those
      *>     booked to the business date.
      *> The listed orders are held in a bounded in-memory table; an
      *> overflow stops the run loudly rather than print a partial
      *> review list as if complete.
      *>
      *> Command line: [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-FILE-STATUS.
    SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-FILE-STATUS.
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
FD  HOLD-FILE.
01  HOLD-IN-REC                  PIC X(160).

FD  RELEASE-FILE.
01  RELEASE-IN-REC               PIC X(120).

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
COPY "DATEWS.cpy".
COPY "CODEWS.cpy".

01  WS-HOLD-FILE-NAME            PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_HOLDS.txt".
01  WS-HOLD-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-RELEASE-FILE-NAME         PIC X(80)
                                  VALUE "Output/ORDER_CREDIT_RELEASES.txt".
01  WS-RELEASE-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CREDIT_HOLD_REPORT.txt".
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-PROCESS-DATE              PIC 9(8) VALUE 0.
01  WS-HOLD-LINES                PIC 9(9) VALUE 0.
01  WS-UNUSABLE-LINES            PIC 9(9) VALUE 0.

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
01  WS-HL-PAY-TYPE               PIC X(1).
01  WS-HL-FLAG-A                 PIC X(2).
01  WS-HL-FLAG-B                 PIC X(2).
01  WS-HL-DISP                   PIC X(10).
01  WS-HL-PARSE-OK               PIC X(1).

      *> The night's flagged orders. The flag group sorts first:
      *> '1' CREDIT WATCH only, '2' HOLD CORRESPONDENCE only, '3'
      *> both; then PAY-TYPE, then ORDER-ID - so the entry's first
      *> ten bytes are its sort key.
01  WS-ORD-COUNT                 PIC 9(5) VALUE 0.
01  WS-ORD-TABLE.
    05  WS-ORD-ENTRY OCCURS 5000 TIMES.
        10  WS-ORD-GROUP         PIC X(1).
        10  WS-ORD-PAY-TYPE      PIC X(1).
        10  WS-ORD-ORDER-ID      PIC 9(8).
        10  WS-ORD-CUST-ID       PIC X(9).
        10  WS-ORD-FLAG-A        PIC X(2).
        10  WS-ORD-FLAG-B        PIC X(2).
        10  WS-ORD-DISP          PIC X(10).
01  WS-ORD-IDX                   PIC 9(5).
01  WS-ORD-JDX                   PIC 9(5).
01  WS-ORD-MIN                   PIC 9(5).
01  WS-ORD-SWAP                  PIC X(33).

      *> Summary counts per flag group and disposition, subscripted
      *> by the group code.
01  WS-SUM-TABLE.
    05  WS-SUM-ENTRY OCCURS 3 TIMES.
        10  WS-SUM-HELD          PIC 9(7).
        10  WS-SUM-LISTED        PIC 9(7).
        10  WS-SUM-RELEASED      PIC 9(7).
01  WS-SUM-IDX                   PIC 9(1).
01  WS-HELD-TOTAL                PIC 9(7) VALUE 0.
01  WS-LISTED-TOTAL              PIC 9(7) VALUE 0.
01  WS-RELEASED-TOTAL            PIC 9(7) VALUE 0.

01  WS-LEDGER-TOTAL              PIC 9(7) VALUE 0.
01  WS-LEDGER-TODAY              PIC 9(7) VALUE 0.
01  WS-LEDGER-DATE-POS           PIC 9(3).
01  WS-LEDGER-DATE-TALLY         PIC 9(3).

      *> Control-break state.
01  WS-PRIOR-GROUP               PIC X(1).
01  WS-PRIOR-PAY-TYPE            PIC X(1).
01  WS-GROUP-COUNT               PIC 9(7).
01  WS-PAY-COUNT                 PIC 9(7).
01  WS-GROUP-TITLE               PIC X(50).
01  WS-PAY-DESC                  PIC X(40).

01  WS-COUNT-EDIT                PIC Z(6)9.
01  WS-COUNT-EDIT-2              PIC Z(6)9.
01  WS-COUNT-EDIT-3              PIC Z(6)9.
01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-PROCESS-DATE
    ELSE
       COMPUTE WS-PROCESS-DATE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
    END-IF
    PERFORM LOAD-CODE-TABLE
    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 3
       MOVE 0 TO WS-SUM-HELD(WS-SUM-IDX)
                 WS-SUM-LISTED(WS-SUM-IDX)
                 WS-SUM-RELEASED(WS-SUM-IDX)
    END-PERFORM

    OPEN INPUT HOLD-FILE
    IF WS-HOLD-FILE-STATUS NOT = '00'
       DISPLAY "CREDRPT: no holds list at "
               FUNCTION TRIM(WS-HOLD-FILE-NAME)
               " - no flagged orders tonight, the report is empty."
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ HOLD-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM NOTE-ONE-HOLD-LINE
          END-READ
       END-PERFORM
       CLOSE HOLD-FILE
    END-IF

    PERFORM COUNT-RELEASE-LEDGER
    PERFORM SORT-ORDER-TABLE
    PERFORM WRITE-HOLD-REPORT

    DISPLAY "CREDRPT: " WS-ORD-COUNT " flagged order(s) - "
            WS-HELD-TOTAL " held, " WS-LISTED-TOTAL " listed, "
            WS-RELEASED-TOTAL " released - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    STOP RUN.

NOTE-ONE-HOLD-LINE.
    IF FUNCTION TRIM(HOLD-IN-REC) NOT = SPACES
       ADD 1 TO WS-HOLD-LINES
       PERFORM PARSE-HOLD-LINE
       IF WS-HL-PARSE-OK = 'N'
          ADD 1 TO WS-UNUSABLE-LINES
       ELSE
          IF WS-ORD-COUNT >= 5000
             DISPLAY "CREDRPT: more than 5000 flagged orders in "
                     FUNCTION TRIM(WS-HOLD-FILE-NAME)
                     " - a truncated review list would be signed "
                     "off as complete, stopping."
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
          ADD 1 TO WS-ORD-COUNT
          EVALUATE TRUE
             WHEN WS-HL-FLAG-A = "43" AND WS-HL-FLAG-B = "48"
                MOVE '3' TO WS-ORD-GROUP(WS-ORD-COUNT)
                MOVE 3 TO WS-SUM-IDX
             WHEN WS-HL-FLAG-A = "43"
                MOVE '1' TO WS-ORD-GROUP(WS-ORD-COUNT)
                MOVE 1 TO WS-SUM-IDX
             WHEN OTHER
                MOVE '2' TO WS-ORD-GROUP(WS-ORD-COUNT)
                MOVE 2 TO WS-SUM-IDX
          END-EVALUATE
          MOVE WS-HL-PAY-TYPE TO WS-ORD-PAY-TYPE(WS-ORD-COUNT)
          MOVE WS-HL-ORDER-ID TO WS-ORD-ORDER-ID(WS-ORD-COUNT)
          MOVE WS-HL-CUST-ID TO WS-ORD-CUST-ID(WS-ORD-COUNT)
          MOVE WS-HL-FLAG-A TO WS-ORD-FLAG-A(WS-ORD-COUNT)
          MOVE WS-HL-FLAG-B TO WS-ORD-FLAG-B(WS-ORD-COUNT)
          MOVE WS-HL-DISP TO WS-ORD-DISP(WS-ORD-COUNT)
          EVALUATE FUNCTION TRIM(WS-HL-DISP)
             WHEN "HELD"
                ADD 1 TO WS-SUM-HELD(WS-SUM-IDX)
                ADD 1 TO WS-HELD-TOTAL
             WHEN "RELEASED"
                ADD 1 TO WS-SUM-RELEASED(WS-SUM-IDX)
                ADD 1 TO WS-RELEASED-TOTAL
             WHEN OTHER
                ADD 1 TO WS-SUM-LISTED(WS-SUM-IDX)
                ADD 1 TO WS-LISTED-TOTAL
          END-EVALUATE
       END-IF
    END-IF.

PARSE-HOLD-LINE.
    MOVE 'N' TO WS-HL-PARSE-OK
    MOVE SPACES TO WS-HL-DISP WS-HL-CUST-ID
    MOVE "?" TO WS-HL-PAY-TYPE
    MOVE "--" TO WS-HL-FLAG-A WS-HL-FLAG-B
    PERFORM VARYING WS-HL-IDX FROM 1 BY 1 UNTIL WS-HL-IDX > 8
       MOVE SPACES TO WS-HL-PIECE(WS-HL-IDX)
    END-PERFORM
    COMPUTE WS-HL-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(HOLD-IN-REC))
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
             WHEN 'PAY_TYPE'
                MOVE WS-HL-VALUE(1:1) TO WS-HL-PAY-TYPE
             WHEN 'FLAG_A'
                MOVE WS-HL-VALUE(1:2) TO WS-HL-FLAG-A
             WHEN 'FLAG_B'
                MOVE WS-HL-VALUE(1:2) TO WS-HL-FLAG-B
             WHEN 'DISPOSITION'
                MOVE WS-HL-VALUE(1:10) TO WS-HL-DISP
             WHEN OTHER
                CONTINUE
          END-EVALUATE
       END-IF
    END-PERFORM.

      *> Ledger lines end RELEASED=YYYYMMDD (CREDREL's
      *> WRITE-LEDGER-LINE); a release booked to the business date
      *> is one credit control made for tonight.
COUNT-RELEASE-LEDGER.
    OPEN INPUT RELEASE-FILE
    IF WS-RELEASE-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ RELEASE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF RELEASE-IN-REC(1:9) = "ORDER_ID="
                   ADD 1 TO WS-LEDGER-TOTAL
                   MOVE 0 TO WS-LEDGER-DATE-TALLY
                   INSPECT RELEASE-IN-REC TALLYING WS-LEDGER-DATE-TALLY
                           FOR CHARACTERS BEFORE INITIAL " RELEASED="
                   COMPUTE WS-LEDGER-DATE-POS =
                           WS-LEDGER-DATE-TALLY + 11
                   IF WS-LEDGER-DATE-POS < 112
                      AND RELEASE-IN-REC(WS-LEDGER-DATE-POS:8)
                          = WS-PROCESS-DATE
                      ADD 1 TO WS-LEDGER-TODAY
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE RELEASE-FILE
    END-IF.

SORT-ORDER-TABLE.
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX >= WS-ORD-COUNT
       MOVE WS-ORD-IDX TO WS-ORD-MIN
       PERFORM VARYING WS-ORD-JDX FROM WS-ORD-IDX BY 1
               UNTIL WS-ORD-JDX > WS-ORD-COUNT
          IF WS-ORD-ENTRY(WS-ORD-JDX)(1:10)
             < WS-ORD-ENTRY(WS-ORD-MIN)(1:10)
             MOVE WS-ORD-JDX TO WS-ORD-MIN
          END-IF
       END-PERFORM
       IF WS-ORD-MIN NOT = WS-ORD-IDX
          MOVE WS-ORD-ENTRY(WS-ORD-IDX) TO WS-ORD-SWAP
          MOVE WS-ORD-ENTRY(WS-ORD-MIN) TO WS-ORD-ENTRY(WS-ORD-IDX)
          MOVE WS-ORD-SWAP TO WS-ORD-ENTRY(WS-ORD-MIN)
       END-IF
    END-PERFORM.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC.

WRITE-HOLD-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "CREDIT-HOLD REPORT - ORDERS FROM FLAGGED CUSTOMERS"
           DELIMITED BY SIZE
           "  BUSINESS DATE=" DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "=" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE

    IF WS-ORD-COUNT = 0
       MOVE SPACES TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
       MOVE "  (NO ORDERS FROM FLAGGED CUSTOMERS)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF

    MOVE SPACE TO WS-PRIOR-GROUP WS-PRIOR-PAY-TYPE
    MOVE 0 TO WS-GROUP-COUNT WS-PAY-COUNT
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORD-COUNT
       IF WS-ORD-GROUP(WS-ORD-IDX) NOT = WS-PRIOR-GROUP
          IF WS-PRIOR-GROUP NOT = SPACE
             PERFORM WRITE-PAY-TYPE-TOTAL
             PERFORM WRITE-GROUP-TOTAL
          END-IF
          PERFORM WRITE-GROUP-HEADING
          PERFORM WRITE-PAY-TYPE-HEADING
       ELSE
          IF WS-ORD-PAY-TYPE(WS-ORD-IDX) NOT = WS-PRIOR-PAY-TYPE
             PERFORM WRITE-PAY-TYPE-TOTAL
             PERFORM WRITE-PAY-TYPE-HEADING
          END-IF
       END-IF
       PERFORM WRITE-ONE-ORDER
    END-PERFORM
    IF WS-PRIOR-GROUP NOT = SPACE
       PERFORM WRITE-PAY-TYPE-TOTAL
       PERFORM WRITE-GROUP-TOTAL
    END-IF

    PERFORM WRITE-SUMMARY
    CLOSE REPORT-FILE.

WRITE-GROUP-HEADING.
    MOVE WS-ORD-GROUP(WS-ORD-IDX) TO WS-PRIOR-GROUP
    MOVE 0 TO WS-GROUP-COUNT
    PERFORM SET-GROUP-TITLE
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE WS-GROUP-TITLE TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:50)
    PERFORM WRITE-REPORT-LINE.

SET-GROUP-TITLE.
    EVALUATE WS-PRIOR-GROUP
       WHEN '1'
          MOVE "FLAG-A=43 CREDIT WATCH" TO WS-GROUP-TITLE
       WHEN '2'
          MOVE "FLAG-B=48 HOLD CORRESPONDENCE" TO WS-GROUP-TITLE
       WHEN OTHER
          MOVE "CREDIT WATCH AND HOLD CORRESPONDENCE"
               TO WS-GROUP-TITLE
    END-EVALUATE.

WRITE-PAY-TYPE-HEADING.
    MOVE WS-ORD-PAY-TYPE(WS-ORD-IDX) TO WS-PRIOR-PAY-TYPE
    MOVE 0 TO WS-PAY-COUNT
    MOVE "PAY-TYPE" TO WS-CODE-FIELD
    MOVE SPACES TO WS-CODE-VALUE
    MOVE WS-PRIOR-PAY-TYPE TO WS-CODE-VALUE(1:1)
    PERFORM FIND-CODE-DESC
    MOVE WS-CODE-DESC TO WS-PAY-DESC
    MOVE SPACES TO WS-OUT-LINE
    STRING "  PAY-TYPE=" DELIMITED BY SIZE
           WS-PRIOR-PAY-TYPE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-PAY-DESC) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-ONE-ORDER.
    ADD 1 TO WS-GROUP-COUNT
    ADD 1 TO WS-PAY-COUNT
    MOVE SPACES TO WS-OUT-LINE
    STRING "    ORDER-ID=" DELIMITED BY SIZE
           WS-ORD-ORDER-ID(WS-ORD-IDX) DELIMITED BY SIZE
           "  CUST-ID=" DELIMITED BY SIZE
           WS-ORD-CUST-ID(WS-ORD-IDX) DELIMITED BY SIZE
           "  FLAG-A=" DELIMITED BY SIZE
           WS-ORD-FLAG-A(WS-ORD-IDX) DELIMITED BY SIZE
           "  FLAG-B=" DELIMITED BY SIZE
           WS-ORD-FLAG-B(WS-ORD-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ORD-DISP(WS-ORD-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-PAY-TYPE-TOTAL.
    MOVE WS-PAY-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "    PAY-TYPE " DELIMITED BY SIZE
           WS-PRIOR-PAY-TYPE DELIMITED BY SIZE
           " ORDERS: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-GROUP-TOTAL.
    MOVE WS-GROUP-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  FLAG TOTAL: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           " ORDER(S)" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-SUMMARY.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    MOVE "SUMMARY BY FLAG" TO WS-OUT-LINE(1:15)
    MOVE "   HELD" TO WS-OUT-LINE(52:7)
    MOVE " LISTED" TO WS-OUT-LINE(60:7)
    MOVE "RELEASED" TO WS-OUT-LINE(68:8)
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:75)
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 3
       MOVE WS-SUM-IDX TO WS-PRIOR-GROUP
       PERFORM SET-GROUP-TITLE
       MOVE WS-SUM-HELD(WS-SUM-IDX) TO WS-COUNT-EDIT
       MOVE WS-SUM-LISTED(WS-SUM-IDX) TO WS-COUNT-EDIT-2
       MOVE WS-SUM-RELEASED(WS-SUM-IDX) TO WS-COUNT-EDIT-3
       MOVE SPACES TO WS-OUT-LINE
       STRING WS-GROUP-TITLE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-COUNT-EDIT DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-COUNT-EDIT-2 DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-COUNT-EDIT-3 DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE WS-HELD-TOTAL TO WS-COUNT-EDIT
    MOVE WS-LISTED-TOTAL TO WS-COUNT-EDIT-2
    MOVE WS-RELEASED-TOTAL TO WS-COUNT-EDIT-3
    MOVE "ALL FLAGGED ORDERS" TO WS-GROUP-TITLE
    MOVE SPACES TO WS-OUT-LINE
    STRING WS-GROUP-TITLE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COUNT-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-COUNT-EDIT-2 DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-COUNT-EDIT-3 DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "RELEASE LEDGER: " DELIMITED BY SIZE
           WS-LEDGER-TOTAL DELIMITED BY SIZE
           " RELEASE(S) ON FILE, " DELIMITED BY SIZE
           WS-LEDGER-TODAY DELIMITED BY SIZE
           " BOOKED TO " DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    IF WS-UNUSABLE-LINES > 0
       MOVE SPACES TO WS-OUT-LINE
       STRING "UNUSABLE HOLDS-LIST LINES SKIPPED: " DELIMITED BY SIZE
              WS-UNUSABLE-LINES DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-IF.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "CODELIB.cpy".
