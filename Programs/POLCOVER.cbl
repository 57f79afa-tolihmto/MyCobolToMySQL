      *> POLCOVER - policyholder coverage history check. POLEXPIR
      *> looks forward at expiries; nothing looked back at whether a
      *> holder's coverage is consistent, so double-coverage claims
      *> and lapsed-then-reinstated policies surfaced only when a
      *> claim landed. Every company file Config/POLICY_BATCH.cfg
      *> lists (the same list BATCHPOL loads) is read, the usable
      *> records are grouped by HOLDER-ID and ordered by START-DATE,
      *> and three kinds of finding list in
      *> Output/POLICY_COVERAGE_REPORT.txt for Underwriting:
      *>   OVERLAP     two policies of one holder with the same
      *>               COMPANY-CODE whose START-DATE/END-DATE
      *>               intervals share at least one day
      *>   LAPSE       within one COMPANY-CODE, the holder's next
      *>               policy starts more than GRACE= days (default
      *>               30) after the latest END-DATE so far - coverage
      *>               lapsed and was reinstated
      *>   MULTI-CO    the holder is covered by more than one company
      *>               on the same days; listed in its own section
      *>               since that is a different conversation from a
      *>               company double-issuing its own policy
      *> A lapse is judged per company: a holder who moves from one
      *> company to another with a gap has changed carrier, not
      *> lapsed with either.
      *>
      *> A record repeated byte-for-byte in company, holder and dates
      *> is a duplicate record (BATCHPOL's duplicate file already
      *> reports it), not a second policy - it is counted and left
      *> out. Records the loaders would reject (HOLDER-ID not
      *> numeric, dates not real calendar days, or END-DATE before
      *> START-DATE) are skipped and counted.
      *>
      *> Command line: [GRACE=days] [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. POLCOVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-LIST-FILE ASSIGN TO DYNAMIC WS-BATCH-LIST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BATCH-LIST-STATUS.
    SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-LIST-FILE.
01  BATCH-LIST-LINE              PIC X(80).

FD  POLICY-FILE.
    COPY "sample_nested_fillers.cpy".
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

FD  REPORT-FILE.
01  REPORT-REC                   PIC X(132).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".

01  WS-BATCH-LIST-NAME           PIC X(80)
                                  VALUE "Config/POLICY_BATCH.cfg".
01  WS-BATCH-LIST-STATUS         PIC XX VALUE SPACES.
01  WS-INPUT-FILE                PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/POLICY_COVERAGE_REPORT.txt".
01  WS-ARG-IDX                   PIC 9(2).
01  WS-BATCH-EOF                 PIC X(1) VALUE 'N'.
01  WS-FILE-EOF                  PIC X(1).

01  WS-GRACE-DAYS                PIC 9(4) VALUE 30.
01  WS-PROCESS-DATE              PIC 9(8) VALUE 0.

01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-SKIPPED-COUNT             PIC 9(9) VALUE 0.
01  WS-REPEAT-COUNT              PIC 9(9) VALUE 0.
01  WS-HOLDER-TOTAL              PIC 9(9) VALUE 0.
01  WS-OVERLAP-TOTAL             PIC 9(9) VALUE 0.
01  WS-LAPSE-TOTAL               PIC 9(9) VALUE 0.
01  WS-MULTI-TOTAL               PIC 9(9) VALUE 0.

      *> Every usable policy, sorted holder/start/company once all
      *> files are in. Overflow stops loudly - a coverage check that
      *> silently dropped later policies would clear their holders.
01  WS-POL-COUNT                 PIC 9(4) VALUE 0.
01  WS-POL-TABLE.
    05  WS-POL-ENTRY OCCURS 5000 TIMES.
        10  WS-POL-HOLDER-ID     PIC 9(8).
        10  WS-POL-START-DATE    PIC 9(8).
        10  WS-POL-COMPANY       PIC X(3).
        10  WS-POL-END-DATE      PIC 9(8).
        10  WS-POL-LAST-NAME     PIC X(20).
        10  WS-POL-FIRST-NAME    PIC X(15).
01  WS-POL-IDX                   PIC 9(4).
01  WS-POL-OVERFLOW              PIC X(1) VALUE 'N'.
01  WS-POL-FOUND                 PIC X(1).

      *> Selection-sort scratch.
01  WS-SORT-J                    PIC 9(4).
01  WS-SORT-MIN                  PIC 9(4).
01  WS-SORT-HOLD                 PIC X(62).

      *> One holder's run of rows in the sorted table.
01  WS-GRP-FIRST                 PIC 9(4).
01  WS-GRP-LAST                  PIC 9(4).
01  WS-GRP-I                     PIC 9(4).
01  WS-GRP-J                     PIC 9(4).
01  WS-GRP-FLAGGED               PIC X(1).

      *> Latest END-DATE so far within the holder's company, and the
      *> row it came from, for the lapse test.
01  WS-PRIOR-END                 PIC 9(8).
01  WS-PRIOR-ROW                 PIC 9(4).
01  WS-PRIOR-INT                 PIC 9(8).
01  WS-NEXT-INT                  PIC 9(8).
01  WS-GAP-DAYS                  PIC 9(6).
01  WS-SHARED-FROM               PIC 9(8).
01  WS-SHARED-TO                 PIC 9(8).
01  WS-SHARED-DAYS               PIC 9(6).
01  WS-DAYS-EDIT                 PIC Z(5)9.

      *> Findings, kept so each kind reports in its own section.
      *> Kind O = overlap, L = lapse, M = multi-company.
01  WS-FND-COUNT                 PIC 9(4) VALUE 0.
01  WS-FND-TABLE.
    05  WS-FND-ENTRY OCCURS 5000 TIMES.
        10  WS-FND-KIND          PIC X(1).
        10  WS-FND-ROW-A         PIC 9(4).
        10  WS-FND-ROW-B         PIC 9(4).
        10  WS-FND-DAYS          PIC 9(6).
01  WS-FND-IDX                   PIC 9(4).
01  WS-FND-OVERFLOW              PIC X(1) VALUE 'N'.
01  WS-FND-KIND-WANTED           PIC X(1).
01  WS-FND-SEEN                  PIC X(1).
01  WS-NEW-KIND                  PIC X(1).
01  WS-NEW-ROW-A                 PIC 9(4).
01  WS-NEW-ROW-B                 PIC 9(4).
01  WS-NEW-DAYS                  PIC 9(6).

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

    OPEN INPUT BATCH-LIST-FILE
    IF WS-BATCH-LIST-STATUS NOT = '00'
       DISPLAY "POLCOVER: cannot open "
               FUNCTION TRIM(WS-BATCH-LIST-NAME)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-BATCH-EOF = 'Y'
       READ BATCH-LIST-FILE
          AT END
             MOVE 'Y' TO WS-BATCH-EOF
          NOT AT END
             IF FUNCTION TRIM(BATCH-LIST-LINE) NOT = SPACES
                MOVE FUNCTION TRIM(BATCH-LIST-LINE)
                     TO WS-INPUT-FILE
                PERFORM SCAN-ONE-POLICY-FILE
             END-IF
       END-READ
    END-PERFORM
    CLOSE BATCH-LIST-FILE

    IF WS-POL-OVERFLOW = 'Y'
       DISPLAY "POLCOVER: more than 5000 usable policy records - a "
               "partial coverage check would clear holders it never "
               "saw, stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM SORT-POLICY-ROWS
    MOVE 1 TO WS-GRP-FIRST
    PERFORM UNTIL WS-GRP-FIRST > WS-POL-COUNT
       MOVE WS-GRP-FIRST TO WS-GRP-LAST
       PERFORM UNTIL WS-GRP-LAST >= WS-POL-COUNT
               OR WS-POL-HOLDER-ID(WS-GRP-LAST + 1)
                  NOT = WS-POL-HOLDER-ID(WS-GRP-FIRST)
          ADD 1 TO WS-GRP-LAST
       END-PERFORM
       ADD 1 TO WS-HOLDER-TOTAL
       PERFORM CHECK-ONE-HOLDER
       COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
    END-PERFORM

    IF WS-FND-OVERFLOW = 'Y'
       DISPLAY "POLCOVER: more than 5000 coverage findings - a "
               "truncated list would be worked as if complete, "
               "stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM WRITE-COVERAGE-REPORT

    DISPLAY "POLCOVER: " WS-RECORD-COUNT " policy record(s) read, "
            WS-HOLDER-TOTAL " holder(s), " WS-OVERLAP-TOTAL
            " overlap(s), " WS-LAPSE-TOTAL " lapse(s), "
            WS-MULTI-TOTAL " multi-company - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
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
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:6)) = 'GRACE='
             COMPUTE WS-GRACE-DAYS =
                     FUNCTION NUMVAL(WS-PRM-TOKEN(7:6))
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS.

COPY "TOKENIZE.cpy".

SCAN-ONE-POLICY-FILE.
    MOVE 'N' TO WS-FILE-EOF
    OPEN INPUT POLICY-FILE
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "POLCOVER: cannot open "
               FUNCTION TRIM(WS-INPUT-FILE)
               " (STATUS=" WS-INPUT-FILE-STATUS ") - skipped."
       CLOSE POLICY-FILE
    ELSE
       PERFORM UNTIL WS-FILE-EOF = 'Y'
          READ POLICY-FILE
             AT END
                MOVE 'Y' TO WS-FILE-EOF
             NOT AT END
                IF POLICY-RAW-VIEW(1:3) = 'HDR'
                   OR POLICY-RAW-VIEW(1:3) = 'TRL'
                   CONTINUE
                ELSE
                   PERFORM JUDGE-ONE-POLICY
                END-IF
          END-READ
       END-PERFORM
       CLOSE POLICY-FILE
    END-IF.

      *> The same date bar the loaders set; a holder must be keyed
      *> before the policies can be grouped at all.
JUDGE-ONE-POLICY.
    ADD 1 TO WS-RECORD-COUNT
    IF HOLDER-ID NOT NUMERIC
       OR START-DATE NOT NUMERIC OR END-DATE NOT NUMERIC
       ADD 1 TO WS-SKIPPED-COUNT
    ELSE
       MOVE START-DATE TO WS-DATE-IN
       PERFORM VALIDATE-YYYYMMDD
       IF WS-DATE-VALID = 'Y'
          MOVE END-DATE TO WS-DATE-IN
          PERFORM VALIDATE-YYYYMMDD
       END-IF
       IF WS-DATE-VALID = 'N' OR END-DATE < START-DATE
          ADD 1 TO WS-SKIPPED-COUNT
       ELSE
          PERFORM NOTE-USABLE-POLICY
       END-IF
    END-IF.

NOTE-USABLE-POLICY.
    MOVE 'N' TO WS-POL-FOUND
    PERFORM VARYING WS-POL-IDX FROM 1 BY 1
            UNTIL WS-POL-IDX > WS-POL-COUNT
               OR WS-POL-FOUND = 'Y'
       IF WS-POL-HOLDER-ID(WS-POL-IDX) = HOLDER-ID
          AND WS-POL-COMPANY(WS-POL-IDX) = COMPANY-CODE
          AND WS-POL-START-DATE(WS-POL-IDX) = START-DATE
          AND WS-POL-END-DATE(WS-POL-IDX) = END-DATE
          MOVE 'Y' TO WS-POL-FOUND
       END-IF
    END-PERFORM
    IF WS-POL-FOUND = 'Y'
       ADD 1 TO WS-REPEAT-COUNT
    ELSE
       IF WS-POL-COUNT < 5000
          ADD 1 TO WS-POL-COUNT
          MOVE HOLDER-ID TO WS-POL-HOLDER-ID(WS-POL-COUNT)
          MOVE START-DATE TO WS-POL-START-DATE(WS-POL-COUNT)
          MOVE COMPANY-CODE TO WS-POL-COMPANY(WS-POL-COUNT)
          MOVE END-DATE TO WS-POL-END-DATE(WS-POL-COUNT)
          MOVE LAST-NAME TO WS-POL-LAST-NAME(WS-POL-COUNT)
          MOVE FIRST-NAME TO WS-POL-FIRST-NAME(WS-POL-COUNT)
       ELSE
          MOVE 'Y' TO WS-POL-OVERFLOW
       END-IF
    END-IF.

      *> Holder, then START-DATE, then company - the grouping and
      *> order every test below relies on. In-place selection sort,
      *> same as INVSUM and POLEXPIR; the first three fields are the
      *> leading bytes of the entry, so one compare does it.
SORT-POLICY-ROWS.
    PERFORM VARYING WS-POL-IDX FROM 1 BY 1
            UNTIL WS-POL-IDX >= WS-POL-COUNT
       PERFORM PICK-AND-SWAP-MINIMUM
    END-PERFORM.

PICK-AND-SWAP-MINIMUM.
    MOVE WS-POL-IDX TO WS-SORT-MIN
    PERFORM VARYING WS-SORT-J FROM WS-POL-IDX BY 1
            UNTIL WS-SORT-J > WS-POL-COUNT
       IF WS-POL-ENTRY(WS-SORT-J)(1:19)
          < WS-POL-ENTRY(WS-SORT-MIN)(1:19)
          MOVE WS-SORT-J TO WS-SORT-MIN
       END-IF
    END-PERFORM
    IF WS-SORT-MIN NOT = WS-POL-IDX
       MOVE WS-POL-ENTRY(WS-POL-IDX) TO WS-SORT-HOLD
       MOVE WS-POL-ENTRY(WS-SORT-MIN) TO WS-POL-ENTRY(WS-POL-IDX)
       MOVE WS-SORT-HOLD TO WS-POL-ENTRY(WS-SORT-MIN)
    END-IF.

      *> Rows WS-GRP-FIRST..WS-GRP-LAST are one holder in START-DATE
      *> order. Each row is compared with every earlier row: same
      *> company and sharing a day is an overlap, different company
      *> sharing a day is multi-company cover. A row that overlaps
      *> nothing earlier in its company is then tested for a lapse
      *> against the latest END-DATE that company had reached.
CHECK-ONE-HOLDER.
    PERFORM VARYING WS-GRP-J FROM WS-GRP-FIRST BY 1
            UNTIL WS-GRP-J > WS-GRP-LAST
       MOVE 0 TO WS-PRIOR-END WS-PRIOR-ROW
       MOVE 'N' TO WS-GRP-FLAGGED
       PERFORM VARYING WS-GRP-I FROM WS-GRP-FIRST BY 1
               UNTIL WS-GRP-I >= WS-GRP-J
          IF WS-POL-END-DATE(WS-GRP-I)
             >= WS-POL-START-DATE(WS-GRP-J)
             IF WS-POL-COMPANY(WS-GRP-I) = WS-POL-COMPANY(WS-GRP-J)
                MOVE 'O' TO WS-NEW-KIND
                MOVE 'Y' TO WS-GRP-FLAGGED
             ELSE
                MOVE 'M' TO WS-NEW-KIND
             END-IF
             PERFORM MEASURE-SHARED-DAYS
             MOVE WS-GRP-I TO WS-NEW-ROW-A
             MOVE WS-GRP-J TO WS-NEW-ROW-B
             MOVE WS-SHARED-DAYS TO WS-NEW-DAYS
             PERFORM NOTE-FINDING
          END-IF
          IF WS-POL-COMPANY(WS-GRP-I) = WS-POL-COMPANY(WS-GRP-J)
             AND WS-POL-END-DATE(WS-GRP-I) > WS-PRIOR-END
             MOVE WS-POL-END-DATE(WS-GRP-I) TO WS-PRIOR-END
             MOVE WS-GRP-I TO WS-PRIOR-ROW
          END-IF
       END-PERFORM
       IF WS-GRP-FLAGGED = 'N' AND WS-PRIOR-ROW > 0
          COMPUTE WS-PRIOR-INT =
                  FUNCTION INTEGER-OF-DATE(WS-PRIOR-END)
          COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE(
                  WS-POL-START-DATE(WS-GRP-J))
          *> days with no cover: END-DATE is the last covered day,
          *> START-DATE the first one again
          COMPUTE WS-GAP-DAYS = WS-NEXT-INT - WS-PRIOR-INT - 1
          IF WS-GAP-DAYS > WS-GRACE-DAYS
             MOVE 'L' TO WS-NEW-KIND
             MOVE WS-PRIOR-ROW TO WS-NEW-ROW-A
             MOVE WS-GRP-J TO WS-NEW-ROW-B
             MOVE WS-GAP-DAYS TO WS-NEW-DAYS
             PERFORM NOTE-FINDING
          END-IF
       END-IF
    END-PERFORM.

      *> Rows are in START-DATE order, so the shared span runs from
      *> the later row's start to whichever end comes first.
MEASURE-SHARED-DAYS.
    MOVE WS-POL-START-DATE(WS-GRP-J) TO WS-SHARED-FROM
    IF WS-POL-END-DATE(WS-GRP-I) < WS-POL-END-DATE(WS-GRP-J)
       MOVE WS-POL-END-DATE(WS-GRP-I) TO WS-SHARED-TO
    ELSE
       MOVE WS-POL-END-DATE(WS-GRP-J) TO WS-SHARED-TO
    END-IF
    COMPUTE WS-SHARED-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-SHARED-TO)
            - FUNCTION INTEGER-OF-DATE(WS-SHARED-FROM) + 1.

NOTE-FINDING.
    IF WS-FND-COUNT < 5000
       ADD 1 TO WS-FND-COUNT
       MOVE WS-NEW-KIND TO WS-FND-KIND(WS-FND-COUNT)
       MOVE WS-NEW-ROW-A TO WS-FND-ROW-A(WS-FND-COUNT)
       MOVE WS-NEW-ROW-B TO WS-FND-ROW-B(WS-FND-COUNT)
       MOVE WS-NEW-DAYS TO WS-FND-DAYS(WS-FND-COUNT)
       EVALUATE WS-NEW-KIND
          WHEN 'O'
             ADD 1 TO WS-OVERLAP-TOTAL
          WHEN 'L'
             ADD 1 TO WS-LAPSE-TOTAL
          WHEN OTHER
             ADD 1 TO WS-MULTI-TOTAL
       END-EVALUATE
    ELSE
       MOVE 'Y' TO WS-FND-OVERFLOW
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

WRITE-COVERAGE-REPORT.
    OPEN OUTPUT REPORT-FILE
    MOVE SPACES TO WS-OUT-LINE
    STRING "POLICY COVERAGE OVERLAP AND LAPSE REPORT  ASOF="
           DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           "  GRACE=" DELIMITED BY SIZE
           WS-GRACE-DAYS DELIMITED BY SIZE
           " DAY(S)" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE

    MOVE "OVERLAPPING POLICIES WITHIN ONE COMPANY" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'O' TO WS-FND-KIND-WANTED
    PERFORM WRITE-FINDING-SECTION

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "COVERAGE LAPSES BEYOND THE GRACE PERIOD" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'L' TO WS-FND-KIND-WANTED
    PERFORM WRITE-FINDING-SECTION

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "HOLDERS COVERED BY MORE THAN ONE COMPANY AT ONCE"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE 'M' TO WS-FND-KIND-WANTED
    PERFORM WRITE-FINDING-SECTION

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "HOLDERS=" DELIMITED BY SIZE
           WS-HOLDER-TOTAL DELIMITED BY SIZE
           "  OVERLAPS=" DELIMITED BY SIZE
           WS-OVERLAP-TOTAL DELIMITED BY SIZE
           "  LAPSES=" DELIMITED BY SIZE
           WS-LAPSE-TOTAL DELIMITED BY SIZE
           "  MULTI-COMPANY=" DELIMITED BY SIZE
           WS-MULTI-TOTAL DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "RECORDS READ=" DELIMITED BY SIZE
           WS-RECORD-COUNT DELIMITED BY SIZE
           "  REPEATED RECORDS=" DELIMITED BY SIZE
           WS-REPEAT-COUNT DELIMITED BY SIZE
           "  UNUSABLE=" DELIMITED BY SIZE
           WS-SKIPPED-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    CLOSE REPORT-FILE.

      *> Findings were noted holder by holder, so a section printed
      *> in finding order is already grouped by HOLDER-ID.
WRITE-FINDING-SECTION.
    MOVE 'N' TO WS-FND-SEEN
    PERFORM VARYING WS-FND-IDX FROM 1 BY 1
            UNTIL WS-FND-IDX > WS-FND-COUNT
       IF WS-FND-KIND(WS-FND-IDX) = WS-FND-KIND-WANTED
          MOVE 'Y' TO WS-FND-SEEN
          PERFORM WRITE-ONE-FINDING
       END-IF
    END-PERFORM
    IF WS-FND-SEEN = 'N'
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-ONE-FINDING.
    MOVE WS-FND-ROW-A(WS-FND-IDX) TO WS-GRP-I
    MOVE WS-FND-ROW-B(WS-FND-IDX) TO WS-GRP-J
    MOVE WS-FND-DAYS(WS-FND-IDX) TO WS-DAYS-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  HOLDER=" DELIMITED BY SIZE
           WS-POL-HOLDER-ID(WS-GRP-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-POL-LAST-NAME(WS-GRP-I)) DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(WS-POL-FIRST-NAME(WS-GRP-I))
                DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "     " DELIMITED BY SIZE
           WS-POL-COMPANY(WS-GRP-I) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-POL-START-DATE(WS-GRP-I) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-POL-END-DATE(WS-GRP-I) DELIMITED BY SIZE
           "  /  " DELIMITED BY SIZE
           WS-POL-COMPANY(WS-GRP-J) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-POL-START-DATE(WS-GRP-J) DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           WS-POL-END-DATE(WS-GRP-J) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    IF WS-FND-KIND(WS-FND-IDX) = 'L'
       STRING "  UNCOVERED DAYS=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
              INTO WS-OUT-LINE(54:40)
       END-STRING
    ELSE
       STRING "  SHARED DAYS=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
              INTO WS-OUT-LINE(54:40)
       END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
