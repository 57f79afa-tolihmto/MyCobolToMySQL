      *> TESTCHK - checks a loader's run against the expected-results
      *> file TESTGEN wrote with its synthetic extract, so a test load
      *> is judged by the machine rather than by reading reports.
      *> It finds the LOADER line for the named loader in the expected
      *> file and, from the segment that line closes, the REJECT and
      *> DUPLICATE record numbers the loader should have reported;
      *> then it reads what the loader actually wrote:
      *>   Output/<prefix>_REJECTS.txt     every RECORD= rejected
      *>                                   (a record rejected on
      *>                                   several fields counts once)
      *>   Output/<prefix>_DUPLICATES.txt  every RECORD= flagged as a
      *>                                   repeat - not read when the
      *>                                   loader line expects none,
      *>                                   as GENLOAD has no check
      *>   Output/<prefix>_RECON.txt       RECORDS_READ, RECORDS_LOADED,
      *>                                   RECORDS_REJECTED, DUPLICATES
      *>                                   and CONTROL_TOTAL
      *> <prefix> is the loader line's PREFIX= unless overridden on
      *> the command line - GENLOAD names its reports after the table
      *> name it was given.
      *>
      *> Output/TESTCHK_<loader>.txt lists every expected reject or
      *> repeat the loader missed, every one it reported that was not
      *> expected, and each recon count against its expected value,
      *> and ends with a summary line whose RESULT= is PASS only when
      *> nothing was missed, nothing unexpected, and every count
      *> agrees. A FAIL ends the run with return code 8 so a test job
      *> stops on it.
      *>
      *> A loader's checks against reference data (an orphan CUST-ID,
      *> INVCLOAD's product master and price tolerance) are outside
      *> what TESTGEN can predict from a copybook; rejects of that kind
      *> show here as UNEXPECTED.
      *>
      *> Command line: <expected-file> <loader-program> [PREFIX=name]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TESTCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT EXPECT-FILE ASSIGN TO DYNAMIC WS-EXPECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPECT-FILE-STATUS.
    SELECT LOADER-REPORT-FILE ASSIGN TO DYNAMIC WS-LOADER-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOADER-REPORT-STATUS.
    SELECT CHECK-REPORT-FILE ASSIGN TO DYNAMIC WS-CHECK-REPORT-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHECK-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  EXPECT-FILE.
01  EXPECT-REC                   PIC X(200).

FD  LOADER-REPORT-FILE.
01  LOADER-REPORT-REC            PIC X(250).

FD  CHECK-REPORT-FILE.
01  CHECK-REPORT-REC             PIC X(200).

WORKING-STORAGE SECTION.
COPY "TOKWS.cpy".

01  WS-EXPECT-FILE-NAME          PIC X(90).
01  WS-EXPECT-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-EXPECT-EOF                PIC X(1) VALUE 'N'.
01  WS-EXPECT-LINE               PIC X(200).
01  WS-LOADER-REPORT-NAME        PIC X(80).
01  WS-LOADER-REPORT-STATUS      PIC XX VALUE SPACES.
01  WS-LOADER-REPORT-EOF         PIC X(1) VALUE 'N'.
01  WS-LOADER-REPORT-LINE        PIC X(250).
01  WS-CHECK-REPORT-NAME         PIC X(80).
01  WS-CHECK-REPORT-STATUS       PIC XX VALUE SPACES.
01  WS-CHECK-OUT                 PIC X(200).
01  WS-ARG-IDX                   PIC 9(2).
01  WS-PARM-ERROR                PIC X(1) VALUE 'N'.

01  WS-TC-LOADER                 PIC X(8) VALUE SPACES.
01  WS-TC-PREFIX-OVERRIDE        PIC X(30) VALUE SPACES.
01  WS-TC-PREFIX                 PIC X(30) VALUE SPACES.
01  WS-TC-SEGMENT-FOUND          PIC X(1) VALUE 'N'.
01  WS-TC-SEGMENT-NAME           PIC X(30) VALUE SPACES.

      *> One expected-file line split on its pipes.
01  WS-TC-PART-AREA.
    05  WS-TC-PART OCCURS 8 TIMES PIC X(60).
01  WS-TC-PART-IDX               PIC 9(2).
01  WS-TC-KEY                    PIC X(20).
01  WS-TC-VALUE                  PIC X(40).

      *> Record numbers the segment says should be rejected and
      *> flagged as repeats, in record order.
01  WS-TC-REJ-COUNT              PIC 9(5) VALUE 0.
01  WS-TC-REJ-AREA.
    05  WS-TC-REJ-RECORD OCCURS 5000 TIMES PIC 9(9).
01  WS-TC-DUP-COUNT              PIC 9(5) VALUE 0.
01  WS-TC-DUP-AREA.
    05  WS-TC-DUP-RECORD OCCURS 5000 TIMES PIC 9(9).
01  WS-TC-OVERFLOW               PIC X(1) VALUE 'N'.

      *> The loader line's expected counts.
01  WS-TC-EXP-READ               PIC 9(9) VALUE 0.
01  WS-TC-EXP-LOADED             PIC 9(9) VALUE 0.
01  WS-TC-EXP-REJECTED           PIC 9(9) VALUE 0.
01  WS-TC-EXP-DUPS               PIC 9(9) VALUE 0.
01  WS-TC-EXP-TOTAL              PIC S9(13)V9(2) VALUE 0.

      *> What the recon line reported.
01  WS-TC-RECON-FOUND            PIC X(1) VALUE 'N'.
01  WS-TC-ACT-READ               PIC 9(9) VALUE 0.
01  WS-TC-ACT-LOADED             PIC 9(9) VALUE 0.
01  WS-TC-ACT-REJECTED           PIC 9(9) VALUE 0.
01  WS-TC-ACT-DUPS               PIC 9(9) VALUE 0.
01  WS-TC-ACT-TOTAL              PIC S9(13)V9(2) VALUE 0.
01  WS-TC-RECON-PTR              PIC 9(3).
01  WS-TC-RECON-TOKEN            PIC X(60).

      *> Merge of one loader report against one expected list.
01  WS-TC-KIND                   PIC X(10).
01  WS-TC-PTR                    PIC 9(5).
01  WS-TC-LIST-COUNT             PIC 9(5).
01  WS-TC-EXPECTED-RECORD        PIC 9(9).
01  WS-TC-ACTUAL-RECORD          PIC 9(9).
01  WS-TC-LAST-ACTUAL            PIC 9(9).
01  WS-TC-MATCHED                PIC 9(9).
01  WS-TC-MISSED                 PIC 9(9).
01  WS-TC-UNEXPECTED             PIC 9(9).
01  WS-TC-REJ-MATCHED            PIC 9(9) VALUE 0.
01  WS-TC-REJ-MISSED             PIC 9(9) VALUE 0.
01  WS-TC-REJ-UNEXPECTED         PIC 9(9) VALUE 0.
01  WS-TC-DUP-MATCHED            PIC 9(9) VALUE 0.
01  WS-TC-DUP-MISSED             PIC 9(9) VALUE 0.
01  WS-TC-DUP-UNEXPECTED         PIC 9(9) VALUE 0.

01  WS-TC-COUNT-NAME             PIC X(20).
01  WS-TC-COUNT-EXPECTED         PIC 9(9).
01  WS-TC-COUNT-ACTUAL           PIC 9(9).
01  WS-TC-COUNT-MISMATCHES       PIC 9(2) VALUE 0.
01  WS-TC-TOTAL-EDIT             PIC -(11)9.99.
01  WS-TC-TOTAL-EDIT-2           PIC -(11)9.99.
01  WS-TC-RESULT                 PIC X(4) VALUE "PASS".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    PERFORM READ-EXPECTED-RESULTS
    IF WS-TC-SEGMENT-FOUND = 'N'
       DISPLAY "TESTCHK: no LOADER|" FUNCTION TRIM(WS-TC-LOADER)
               " line in " FUNCTION TRIM(WS-EXPECT-FILE-NAME)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-TC-OVERFLOW = 'Y'
       DISPLAY "TESTCHK: more than 5000 expected rejects or repeats "
               "in one segment - not checked."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-TC-PREFIX-OVERRIDE NOT = SPACES
       MOVE WS-TC-PREFIX-OVERRIDE TO WS-TC-PREFIX
    END-IF
    *> no loader-side duplicate check, nothing to compare
    IF WS-TC-EXP-DUPS = 0
       MOVE 0 TO WS-TC-DUP-COUNT
    END-IF

    MOVE SPACES TO WS-CHECK-REPORT-NAME
    STRING "Output/TESTCHK_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-LOADER) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-CHECK-REPORT-NAME
    END-STRING
    OPEN OUTPUT CHECK-REPORT-FILE
    IF WS-CHECK-REPORT-STATUS NOT = '00'
       DISPLAY "TESTCHK: cannot open " FUNCTION TRIM(WS-CHECK-REPORT-NAME)
               " (STATUS=" WS-CHECK-REPORT-STATUS ")."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE "REJECT" TO WS-TC-KIND
    MOVE SPACES TO WS-LOADER-REPORT-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-PREFIX) DELIMITED BY SIZE
           "_REJECTS.txt" DELIMITED BY SIZE
           INTO WS-LOADER-REPORT-NAME
    END-STRING
    PERFORM MATCH-LOADER-REPORT
    MOVE WS-TC-MATCHED TO WS-TC-REJ-MATCHED
    MOVE WS-TC-MISSED TO WS-TC-REJ-MISSED
    MOVE WS-TC-UNEXPECTED TO WS-TC-REJ-UNEXPECTED

    IF WS-TC-EXP-DUPS > 0
       MOVE "DUPLICATE" TO WS-TC-KIND
       MOVE SPACES TO WS-LOADER-REPORT-NAME
       STRING "Output/" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-PREFIX) DELIMITED BY SIZE
              "_DUPLICATES.txt" DELIMITED BY SIZE
              INTO WS-LOADER-REPORT-NAME
       END-STRING
       PERFORM MATCH-LOADER-REPORT
       MOVE WS-TC-MATCHED TO WS-TC-DUP-MATCHED
       MOVE WS-TC-MISSED TO WS-TC-DUP-MISSED
       MOVE WS-TC-UNEXPECTED TO WS-TC-DUP-UNEXPECTED
    END-IF

    PERFORM READ-LOADER-RECON
    PERFORM COMPARE-RECON-COUNTS

    IF WS-TC-REJ-MISSED > 0 OR WS-TC-REJ-UNEXPECTED > 0
       OR WS-TC-DUP-MISSED > 0 OR WS-TC-DUP-UNEXPECTED > 0
       OR WS-TC-COUNT-MISMATCHES > 0
       MOVE "FAIL" TO WS-TC-RESULT
    END-IF
    PERFORM WRITE-CHECK-SUMMARY
    CLOSE CHECK-REPORT-FILE

    DISPLAY "TESTCHK: " FUNCTION TRIM(WS-TC-LOADER) " against "
            FUNCTION TRIM(WS-EXPECT-FILE-NAME) " - rejects matched "
            WS-TC-REJ-MATCHED " missed " WS-TC-REJ-MISSED
            " unexpected " WS-TC-REJ-UNEXPECTED
            "; duplicates matched " WS-TC-DUP-MATCHED
            " missed " WS-TC-DUP-MISSED
            " unexpected " WS-TC-DUP-UNEXPECTED
            "; recon mismatches " WS-TC-COUNT-MISMATCHES
            " - RESULT=" WS-TC-RESULT
    IF WS-TC-RESULT = "FAIL"
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

PARSE-ARGUMENTS.
    ACCEPT WS-TOK-LINE FROM COMMAND-LINE
    PERFORM TOKENIZE-LINE
    IF WS-TOK-COUNT < 2
       DISPLAY "PARAMETER ERROR: USAGE TESTCHK <EXPECTED-FILE> "
               "<LOADER-PROGRAM> [PREFIX=NAME]"
       MOVE 'Y' TO WS-PARM-ERROR
    ELSE
       MOVE WS-TOK-TABLE(1) TO WS-EXPECT-FILE-NAME
       MOVE FUNCTION UPPER-CASE(WS-TOK-TABLE(2)) TO WS-TC-LOADER
    END-IF
    PERFORM VARYING WS-ARG-IDX FROM 3 BY 1
            UNTIL WS-ARG-IDX > WS-TOK-COUNT
       MOVE SPACES TO WS-TC-KEY WS-TC-VALUE
       UNSTRING WS-TOK-TABLE(WS-ARG-IDX) DELIMITED BY '='
                INTO WS-TC-KEY WS-TC-VALUE
       END-UNSTRING
       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TC-KEY)) = 'PREFIX'
          MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TC-VALUE))
               TO WS-TC-PREFIX-OVERRIDE
       ELSE
          DISPLAY "PARAMETER ERROR: UNKNOWN PARAMETER "
                  FUNCTION TRIM(WS-TOK-TABLE(WS-ARG-IDX))
          MOVE 'Y' TO WS-PARM-ERROR
       END-IF
    END-PERFORM
    IF WS-PARM-ERROR = 'Y'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF.

COPY "TOKENIZE.cpy".

      *> Each SEGMENT line starts a fresh pair of lists; the segment
      *> closed by this loader's LOADER line is the one checked.
READ-EXPECTED-RESULTS.
    OPEN INPUT EXPECT-FILE
    IF WS-EXPECT-FILE-STATUS NOT = '00'
       DISPLAY "TESTCHK: cannot open " FUNCTION TRIM(WS-EXPECT-FILE-NAME)
               " (STATUS=" WS-EXPECT-FILE-STATUS ")."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-EXPECT-EOF = 'Y' OR WS-TC-SEGMENT-FOUND = 'Y'
       READ EXPECT-FILE INTO WS-EXPECT-LINE
          AT END
             MOVE 'Y' TO WS-EXPECT-EOF
          NOT AT END
             IF WS-EXPECT-LINE(1:1) NOT = '#'
                AND WS-EXPECT-LINE NOT = SPACES
                PERFORM JUDGE-EXPECTED-LINE
             END-IF
       END-READ
    END-PERFORM
    CLOSE EXPECT-FILE.

JUDGE-EXPECTED-LINE.
    MOVE SPACES TO WS-TC-PART-AREA
    UNSTRING WS-EXPECT-LINE DELIMITED BY '|'
             INTO WS-TC-PART(1), WS-TC-PART(2), WS-TC-PART(3),
                  WS-TC-PART(4), WS-TC-PART(5), WS-TC-PART(6),
                  WS-TC-PART(7), WS-TC-PART(8)
    END-UNSTRING
    EVALUATE WS-TC-PART(1)
       WHEN 'SEGMENT'
          MOVE WS-TC-PART(2) TO WS-TC-SEGMENT-NAME
          MOVE 0 TO WS-TC-REJ-COUNT
          MOVE 0 TO WS-TC-DUP-COUNT
       WHEN 'REJECT'
          IF WS-TC-REJ-COUNT >= 5000
             MOVE 'Y' TO WS-TC-OVERFLOW
          ELSE
             ADD 1 TO WS-TC-REJ-COUNT
             COMPUTE WS-TC-REJ-RECORD(WS-TC-REJ-COUNT) =
                     FUNCTION NUMVAL(WS-TC-PART(2))
          END-IF
       WHEN 'DUPLICATE'
          IF WS-TC-DUP-COUNT >= 5000
             MOVE 'Y' TO WS-TC-OVERFLOW
          ELSE
             ADD 1 TO WS-TC-DUP-COUNT
             COMPUTE WS-TC-DUP-RECORD(WS-TC-DUP-COUNT) =
                     FUNCTION NUMVAL(WS-TC-PART(2))
          END-IF
       WHEN 'LOADER'
          IF FUNCTION TRIM(WS-TC-PART(2)) = FUNCTION TRIM(WS-TC-LOADER)
             MOVE 'Y' TO WS-TC-SEGMENT-FOUND
             PERFORM VARYING WS-TC-PART-IDX FROM 3 BY 1
                     UNTIL WS-TC-PART-IDX > 8
                PERFORM TAKE-LOADER-SETTING
             END-PERFORM
          END-IF
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

TAKE-LOADER-SETTING.
    MOVE SPACES TO WS-TC-KEY WS-TC-VALUE
    UNSTRING WS-TC-PART(WS-TC-PART-IDX) DELIMITED BY '='
             INTO WS-TC-KEY WS-TC-VALUE
    END-UNSTRING
    EVALUATE WS-TC-KEY
       WHEN 'PREFIX'
          MOVE WS-TC-VALUE TO WS-TC-PREFIX
       WHEN 'READ'
          COMPUTE WS-TC-EXP-READ = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'LOADED'
          COMPUTE WS-TC-EXP-LOADED = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'REJECTED'
          COMPUTE WS-TC-EXP-REJECTED = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'DUPLICATES'
          COMPUTE WS-TC-EXP-DUPS = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'CONTROL_TOTAL'
          COMPUTE WS-TC-EXP-TOTAL = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

      *> Both sides run in record order, so one pass merges them. A
      *> record the loader reported on several lines (one per bad
      *> field) is taken once; a missing report file is an empty one.
MATCH-LOADER-REPORT.
    MOVE 0 TO WS-TC-MATCHED WS-TC-MISSED WS-TC-UNEXPECTED
    MOVE 0 TO WS-TC-LAST-ACTUAL
    MOVE 1 TO WS-TC-PTR
    IF WS-TC-KIND = "REJECT"
       MOVE WS-TC-REJ-COUNT TO WS-TC-LIST-COUNT
    ELSE
       MOVE WS-TC-DUP-COUNT TO WS-TC-LIST-COUNT
    END-IF
    MOVE 'N' TO WS-LOADER-REPORT-EOF
    OPEN INPUT LOADER-REPORT-FILE
    IF WS-LOADER-REPORT-STATUS NOT = '00'
       CLOSE LOADER-REPORT-FILE
    ELSE
       PERFORM UNTIL WS-LOADER-REPORT-EOF = 'Y'
          READ LOADER-REPORT-FILE INTO WS-LOADER-REPORT-LINE
             AT END
                MOVE 'Y' TO WS-LOADER-REPORT-EOF
             NOT AT END
                IF WS-LOADER-REPORT-LINE(1:7) = 'RECORD='
                   AND WS-LOADER-REPORT-LINE(8:9) IS NUMERIC
                   MOVE WS-LOADER-REPORT-LINE(8:9)
                        TO WS-TC-ACTUAL-RECORD
                   IF WS-TC-ACTUAL-RECORD NOT = WS-TC-LAST-ACTUAL
                      MOVE WS-TC-ACTUAL-RECORD TO WS-TC-LAST-ACTUAL
                      PERFORM MATCH-ACTUAL-RECORD
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE LOADER-REPORT-FILE
    END-IF
    PERFORM UNTIL WS-TC-PTR > WS-TC-LIST-COUNT
       PERFORM FETCH-EXPECTED-RECORD
       PERFORM WRITE-MISSED-LINE
       ADD 1 TO WS-TC-PTR
    END-PERFORM.

MATCH-ACTUAL-RECORD.
    PERFORM FETCH-EXPECTED-RECORD
    PERFORM UNTIL WS-TC-PTR > WS-TC-LIST-COUNT
               OR WS-TC-EXPECTED-RECORD >= WS-TC-ACTUAL-RECORD
       PERFORM WRITE-MISSED-LINE
       ADD 1 TO WS-TC-PTR
       PERFORM FETCH-EXPECTED-RECORD
    END-PERFORM
    IF WS-TC-PTR <= WS-TC-LIST-COUNT
       AND WS-TC-EXPECTED-RECORD = WS-TC-ACTUAL-RECORD
       ADD 1 TO WS-TC-MATCHED
       ADD 1 TO WS-TC-PTR
    ELSE
       ADD 1 TO WS-TC-UNEXPECTED
       MOVE SPACES TO WS-CHECK-OUT
       STRING "UNEXPECTED-" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-KIND) DELIMITED BY SIZE
              " RECORD=" DELIMITED BY SIZE
              WS-TC-ACTUAL-RECORD DELIMITED BY SIZE
              INTO WS-CHECK-OUT
       END-STRING
       PERFORM WRITE-CHECK-LINE
    END-IF.

FETCH-EXPECTED-RECORD.
    MOVE 0 TO WS-TC-EXPECTED-RECORD
    IF WS-TC-PTR <= WS-TC-LIST-COUNT
       IF WS-TC-KIND = "REJECT"
          MOVE WS-TC-REJ-RECORD(WS-TC-PTR) TO WS-TC-EXPECTED-RECORD
       ELSE
          MOVE WS-TC-DUP-RECORD(WS-TC-PTR) TO WS-TC-EXPECTED-RECORD
       END-IF
    END-IF.

WRITE-MISSED-LINE.
    ADD 1 TO WS-TC-MISSED
    MOVE SPACES TO WS-CHECK-OUT
    STRING "MISSED-" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-KIND) DELIMITED BY SIZE
           " RECORD=" DELIMITED BY SIZE
           WS-TC-EXPECTED-RECORD DELIMITED BY SIZE
           INTO WS-CHECK-OUT
    END-STRING
    PERFORM WRITE-CHECK-LINE.

      *> The recon line is KEY=VALUE tokens separated by spaces
      *> (RECONCILE.cpy).
READ-LOADER-RECON.
    MOVE SPACES TO WS-LOADER-REPORT-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-PREFIX) DELIMITED BY SIZE
           "_RECON.txt" DELIMITED BY SIZE
           INTO WS-LOADER-REPORT-NAME
    END-STRING
    OPEN INPUT LOADER-REPORT-FILE
    IF WS-LOADER-REPORT-STATUS NOT = '00'
       CLOSE LOADER-REPORT-FILE
    ELSE
       READ LOADER-REPORT-FILE INTO WS-LOADER-REPORT-LINE
          AT END
             CONTINUE
          NOT AT END
             MOVE 'Y' TO WS-TC-RECON-FOUND
             MOVE 1 TO WS-TC-RECON-PTR
             PERFORM UNTIL WS-TC-RECON-PTR > 250
                MOVE SPACES TO WS-TC-RECON-TOKEN
                UNSTRING WS-LOADER-REPORT-LINE DELIMITED BY ALL SPACE
                         INTO WS-TC-RECON-TOKEN
                         WITH POINTER WS-TC-RECON-PTR
                END-UNSTRING
                IF WS-TC-RECON-TOKEN NOT = SPACES
                   PERFORM TAKE-RECON-SETTING
                END-IF
             END-PERFORM
       END-READ
       CLOSE LOADER-REPORT-FILE
    END-IF.

TAKE-RECON-SETTING.
    MOVE SPACES TO WS-TC-KEY WS-TC-VALUE
    UNSTRING WS-TC-RECON-TOKEN DELIMITED BY '='
             INTO WS-TC-KEY WS-TC-VALUE
    END-UNSTRING
    EVALUATE WS-TC-KEY
       WHEN 'RECORDS_READ'
          COMPUTE WS-TC-ACT-READ = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'RECORDS_LOADED'
          COMPUTE WS-TC-ACT-LOADED = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'RECORDS_REJECTED'
          COMPUTE WS-TC-ACT-REJECTED = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'DUPLICATES'
          COMPUTE WS-TC-ACT-DUPS = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN 'CONTROL_TOTAL'
          COMPUTE WS-TC-ACT-TOTAL = FUNCTION NUMVAL(WS-TC-VALUE)
       WHEN OTHER
          CONTINUE
    END-EVALUATE.

COMPARE-RECON-COUNTS.
    IF WS-TC-RECON-FOUND = 'N'
       ADD 1 TO WS-TC-COUNT-MISMATCHES
       MOVE SPACES TO WS-CHECK-OUT
       STRING "MISSING-RECON FILE=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-LOADER-REPORT-NAME) DELIMITED BY SIZE
              INTO WS-CHECK-OUT
       END-STRING
       PERFORM WRITE-CHECK-LINE
    ELSE
       MOVE "RECORDS_READ" TO WS-TC-COUNT-NAME
       MOVE WS-TC-EXP-READ TO WS-TC-COUNT-EXPECTED
       MOVE WS-TC-ACT-READ TO WS-TC-COUNT-ACTUAL
       PERFORM COMPARE-ONE-COUNT
       MOVE "RECORDS_LOADED" TO WS-TC-COUNT-NAME
       MOVE WS-TC-EXP-LOADED TO WS-TC-COUNT-EXPECTED
       MOVE WS-TC-ACT-LOADED TO WS-TC-COUNT-ACTUAL
       PERFORM COMPARE-ONE-COUNT
       MOVE "RECORDS_REJECTED" TO WS-TC-COUNT-NAME
       MOVE WS-TC-EXP-REJECTED TO WS-TC-COUNT-EXPECTED
       MOVE WS-TC-ACT-REJECTED TO WS-TC-COUNT-ACTUAL
       PERFORM COMPARE-ONE-COUNT
       MOVE "DUPLICATES" TO WS-TC-COUNT-NAME
       MOVE WS-TC-EXP-DUPS TO WS-TC-COUNT-EXPECTED
       MOVE WS-TC-ACT-DUPS TO WS-TC-COUNT-ACTUAL
       PERFORM COMPARE-ONE-COUNT
       MOVE WS-TC-EXP-TOTAL TO WS-TC-TOTAL-EDIT
       MOVE WS-TC-ACT-TOTAL TO WS-TC-TOTAL-EDIT-2
       MOVE SPACES TO WS-CHECK-OUT
       IF WS-TC-EXP-TOTAL = WS-TC-ACT-TOTAL
          STRING "COUNT FIELD=CONTROL_TOTAL EXPECTED="
                      DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TC-TOTAL-EDIT) DELIMITED BY SIZE
                 " ACTUAL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TC-TOTAL-EDIT-2) DELIMITED BY SIZE
                 " RESULT=MATCH" DELIMITED BY SIZE
                 INTO WS-CHECK-OUT
          END-STRING
       ELSE
          ADD 1 TO WS-TC-COUNT-MISMATCHES
          STRING "COUNT FIELD=CONTROL_TOTAL EXPECTED="
                      DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TC-TOTAL-EDIT) DELIMITED BY SIZE
                 " ACTUAL=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TC-TOTAL-EDIT-2) DELIMITED BY SIZE
                 " RESULT=MISMATCH" DELIMITED BY SIZE
                 INTO WS-CHECK-OUT
          END-STRING
       END-IF
       PERFORM WRITE-CHECK-LINE
    END-IF.

COMPARE-ONE-COUNT.
    MOVE SPACES TO WS-CHECK-OUT
    IF WS-TC-COUNT-EXPECTED = WS-TC-COUNT-ACTUAL
       STRING "COUNT FIELD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-COUNT-NAME) DELIMITED BY SIZE
              " EXPECTED=" DELIMITED BY SIZE
              WS-TC-COUNT-EXPECTED DELIMITED BY SIZE
              " ACTUAL=" DELIMITED BY SIZE
              WS-TC-COUNT-ACTUAL DELIMITED BY SIZE
              " RESULT=MATCH" DELIMITED BY SIZE
              INTO WS-CHECK-OUT
       END-STRING
    ELSE
       ADD 1 TO WS-TC-COUNT-MISMATCHES
       STRING "COUNT FIELD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TC-COUNT-NAME) DELIMITED BY SIZE
              " EXPECTED=" DELIMITED BY SIZE
              WS-TC-COUNT-EXPECTED DELIMITED BY SIZE
              " ACTUAL=" DELIMITED BY SIZE
              WS-TC-COUNT-ACTUAL DELIMITED BY SIZE
              " RESULT=MISMATCH" DELIMITED BY SIZE
              INTO WS-CHECK-OUT
       END-STRING
    END-IF
    PERFORM WRITE-CHECK-LINE.

WRITE-CHECK-SUMMARY.
    MOVE SPACES TO WS-CHECK-OUT
    STRING "LOADER=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-LOADER) DELIMITED BY SIZE
           " SEGMENT=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-SEGMENT-NAME) DELIMITED BY SIZE
           " PREFIX=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TC-PREFIX) DELIMITED BY SIZE
           " REJECTS_MATCHED=" DELIMITED BY SIZE
           WS-TC-REJ-MATCHED DELIMITED BY SIZE
           " REJECTS_MISSED=" DELIMITED BY SIZE
           WS-TC-REJ-MISSED DELIMITED BY SIZE
           " REJECTS_UNEXPECTED=" DELIMITED BY SIZE
           WS-TC-REJ-UNEXPECTED DELIMITED BY SIZE
           INTO WS-CHECK-OUT
    END-STRING
    PERFORM WRITE-CHECK-LINE
    MOVE SPACES TO WS-CHECK-OUT
    STRING "DUPLICATES_MATCHED=" DELIMITED BY SIZE
           WS-TC-DUP-MATCHED DELIMITED BY SIZE
           " DUPLICATES_MISSED=" DELIMITED BY SIZE
           WS-TC-DUP-MISSED DELIMITED BY SIZE
           " DUPLICATES_UNEXPECTED=" DELIMITED BY SIZE
           WS-TC-DUP-UNEXPECTED DELIMITED BY SIZE
           " COUNT_MISMATCHES=" DELIMITED BY SIZE
           WS-TC-COUNT-MISMATCHES DELIMITED BY SIZE
           " RESULT=" DELIMITED BY SIZE
           WS-TC-RESULT DELIMITED BY SIZE
           INTO WS-CHECK-OUT
    END-STRING
    PERFORM WRITE-CHECK-LINE.

WRITE-CHECK-LINE.
    MOVE WS-CHECK-OUT TO CHECK-REPORT-REC
    WRITE CHECK-REPORT-REC.
