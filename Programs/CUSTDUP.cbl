      *> CUSTDUP - suspected duplicate customers across different
      *> CUST-IDs. DUPLIB only catches one CUST-ID appearing twice in
      *> a run; the expensive case is the same person set up twice
      *> under two CUST-IDs, which splits their ORDER history and
      *> their BALANCE. This reads the keyed customer master CUSTIDX
      *> builds (Output/CUSTOMER_MASTER.IDX) and scores every pair of
      *> customers on normalized evidence:
      *>   CUST-NAME      letters only, upper case; an exact match
      *>                  scores 40, the same name with surname and
      *>                  forename swapped ("SMITH JOHN"/"JOHN SMITH")
      *>                  scores 30
      *>   BIRTH-YYYYMMDD same non-zero date scores 25
      *>   EMAIL          trimmed, lower case; same address scores 30
      *>   PHONE-NUMBER   digits only, last 10 compared (so a country
      *>                  prefix or punctuation does not hide a match);
      *>                  same number scores 25
      *> A blank or zero value never matches anything. Pairs scoring
      *> MINSCORE= or better (default 50 - e.g. name plus birth date,
      *> or email plus phone) are reported ranked highest first in
      *> Output/CUSTOMER_DUP_SUSPECTS.txt, each with the evidence that
      *> matched, both records side by side, each side's BALANCE and
      *> its ORDER count off Data/ORDERS.DAT.
      *>
      *> Output/CUSTOMER_DUP_DECISIONS.txt is the data steward's
      *> decision file - a holding pen like ORDRLOAD's orphan report,
      *> one KEY=VALUE line per pair:
      *>   CUST_ID_A=... CUST_ID_B=... SCORE=nnn DECISION=PENDING
      *>   STEWARD=- DECIDED=00000000
      *> The steward changes DECISION to MERGE or NOT-DUP (and fills
      *> STEWARD=/DECIDED=). Each run reads the file whole before
      *> rewriting it: decided pairs are kept for good, a NOT-DUP pair
      *> is no longer reported, a MERGE pair is listed in the
      *> mainframe action section until the two CUST-IDs stop both
      *> appearing on the master, and new pairs join as PENDING. A
      *> PENDING pair that no longer scores (the data was corrected)
      *> drops off. Any other DECISION value is treated as PENDING and
      *> counted on the console so a typo does not go unnoticed.
      *>
      *> The master is never held in memory. One pass over it files
      *> each customer's normalized evidence in a keyed work file
      *> (Output/CUSTOMER_DUP_EVIDENCE.IDX), one entry per value -
      *> the name under both its plain and swapped forms - and only
      *> customers filed under the same value are compared, both
      *> sides re-read from the master by key. A pair sharing no
      *> evidence scores zero, so nothing that could reach MINSCORE
      *> is passed over; a pair sharing several values is scored
      *> once, Output/CUSTOMER_DUP_PAIRS.IDX remembering which pairs
      *> have been. The suspect pairs and the steward's decisions are
      *> held in bounded tables; an overflow stops the run loudly
      *> rather than report a partial population as complete.
      *>
      *> Note: ORGANIZATION INDEXED needs a runtime built with
      *> indexed-file support, as CUSTIDX notes.
      *>
      *> Command line: [MINSCORE=nnn] [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTDUP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER-FILE
        ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT EVIDENCE-FILE ASSIGN TO DYNAMIC WS-EVIDENCE-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS EV-KEY
        FILE STATUS IS WS-EVIDENCE-FILE-STATUS.
    SELECT PAIR-SEEN-FILE ASSIGN TO DYNAMIC WS-PAIR-SEEN-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PS-KEY
        FILE STATUS IS WS-PAIR-SEEN-FILE-STATUS.
    SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ORDER-FILE-STATUS.
    SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DECISION-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECISION-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.

    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
      *> The 111 bytes CUSTIDX writes: CUSTOMER-RECORD's 80 with the
      *> key broken out for the indexed organization, then the
      *> extract record number and fingerprint; each record read is
      *> moved into CUSTOMER-RECORD (WORKING-STORAGE) for its field
      *> names.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

      *> One entry per customer per normalized evidence value. EV-TYPE
      *> is N (name, plain or swapped), B (birth date), E (email) or
      *> P (phone); within a value the entries run in CUST-ID order.
FD  EVIDENCE-FILE.
01  EVIDENCE-REC.
    05  EV-KEY.
        10  EV-TYPE              PIC X(1).
        10  EV-VALUE             PIC X(25).
        10  EV-CUST-ID           PIC 9(9).

      *> Pairs already scored this run, low CUST-ID first.
FD  PAIR-SEEN-FILE.
01  PAIR-SEEN-REC.
    05  PS-KEY.
        10  PS-CUST-A            PIC 9(9).
        10  PS-CUST-B            PIC 9(9).

FD  ORDER-FILE.
    COPY "sample_redefines.cpy".

FD  DECISION-FILE.
01  DECISION-REC                 PIC X(120).

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
COPY "sample.cpy".

01  WS-MASTER-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_MASTER.IDX".
01  WS-MASTER-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-EVIDENCE-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_DUP_EVIDENCE.IDX".
01  WS-EVIDENCE-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-PAIR-SEEN-FILE-NAME       PIC X(80)
                                  VALUE "Output/CUSTOMER_DUP_PAIRS.IDX".
01  WS-PAIR-SEEN-FILE-STATUS     PIC XX VALUE SPACES.
01  WS-ORDER-FILE-NAME           PIC X(80)
                                  VALUE "Data/ORDERS.DAT".
01  WS-ORDER-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-DECISION-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_DUP_DECISIONS.txt".
01  WS-DECISION-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_DUP_SUSPECTS.txt".
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-PROCESS-DATE              PIC 9(8) VALUE 0.
01  WS-MIN-SCORE                 PIC 9(3) VALUE 50.
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.

      *> Score weights - see the header for what earns each.
01  WS-WEIGHT-NAME               PIC 9(3) VALUE 40.
01  WS-WEIGHT-NAME-SWAP          PIC 9(3) VALUE 30.
01  WS-WEIGHT-BIRTH              PIC 9(3) VALUE 25.
01  WS-WEIGHT-EMAIL              PIC 9(3) VALUE 30.
01  WS-WEIGHT-PHONE              PIC 9(3) VALUE 25.

01  WS-BALANCE-SIGN-NUM          PIC 9(3).
01  WS-BALANCE-SIGN-NIBBLE       PIC 9(2).
01  WS-BALANCE-OK                PIC X(1).

      *> The two customers of the pair in hand (a single customer
      *> while the evidence is filed, in entry 1), with each field's
      *> normalized form alongside the raw value the report shows.
01  WS-CUST-COUNT                PIC 9(9) VALUE 0.
01  WS-CUST-PAIR.
    05  WS-CU-ENTRY OCCURS 2 TIMES.
        10  WS-CU-CUST-ID        PIC 9(9).
        10  WS-CU-NAME           PIC X(20).
        10  WS-CU-NAME-NORM      PIC X(20).
        10  WS-CU-NAME-SWAP      PIC X(20).
        10  WS-CU-BIRTH          PIC 9(8).
        10  WS-CU-PHONE          PIC X(12).
        10  WS-CU-PHONE-NORM     PIC X(10).
        10  WS-CU-EMAIL          PIC X(25).
        10  WS-CU-EMAIL-NORM     PIC X(25).
        10  WS-CU-BALANCE        PIC S9(9)V9(2).
        10  WS-CU-BALANCE-OK     PIC X(1).
01  WS-CU-SIDE                   PIC 9(1).
01  WS-CU-FOUND                  PIC X(1).

      *> The evidence entry whose fellows are being paired with it.
01  WS-EV-OUTER.
    05  WS-EVO-TYPE              PIC X(1).
    05  WS-EVO-VALUE             PIC X(25).
    05  WS-EVO-CUST-ID           PIC 9(9).
01  WS-EV-EOF                    PIC X(1).
01  WS-EV-GROUP-END              PIC X(1).

      *> Normalization work areas.
01  WS-NORM-IN                   PIC X(25).
01  WS-NORM-OUT                  PIC X(25).
01  WS-NORM-POS                  PIC 9(2).
01  WS-NORM-OUT-LEN              PIC 9(2).
01  WS-NORM-CHAR                 PIC X(1).
01  WS-NAME-UPPER                PIC X(20).
01  WS-NAME-FIRST                PIC X(20).
01  WS-NAME-REST                 PIC X(20).
01  WS-NAME-PTR                  PIC 9(2).
01  WS-NAME-SWAP-WORK            PIC X(40).
01  WS-PHONE-DIGITS              PIC X(25).
01  WS-PHONE-LEN                 PIC 9(2).

      *> Candidate pairs scoring MINSCORE or better, not ruled
      *> NOT-DUP. WS-PR-DEC-IDX points at the pair's decision entry
      *> (0 = new tonight).
01  WS-PAIR-COUNT                PIC 9(4) VALUE 0.
01  WS-PAIR-TABLE.
    05  WS-PR-ENTRY OCCURS 2000 TIMES.
        10  WS-PR-CUST-A         PIC 9(9).
        10  WS-PR-CUST-B         PIC 9(9).
        10  WS-PR-SCORE          PIC 9(3).
        10  WS-PR-NAME-EV        PIC X(8).
        10  WS-PR-BIRTH-EV       PIC X(1).
        10  WS-PR-EMAIL-EV       PIC X(1).
        10  WS-PR-PHONE-EV       PIC X(1).
        10  WS-PR-ORDERS-A       PIC 9(5).
        10  WS-PR-ORDERS-B       PIC 9(5).
        10  WS-PR-DEC-IDX        PIC 9(4).
01  WS-PAIR-HOLD                 PIC X(46).
01  WS-PR-IDX                    PIC 9(4).
01  WS-PR-SCAN                   PIC 9(4).
01  WS-PR-BEST                   PIC 9(4).
01  WS-SCORE                     PIC 9(3).
01  WS-EV-NAME                   PIC X(8).
01  WS-EV-BIRTH                  PIC X(1).
01  WS-EV-EMAIL                  PIC X(1).
01  WS-EV-PHONE                  PIC X(1).

      *> The steward's decision file as read at startup.
      *> WS-DC-SEEN marks a pair that still scored tonight.
01  WS-DEC-COUNT                 PIC 9(4) VALUE 0.
01  WS-DEC-TABLE.
    05  WS-DC-ENTRY OCCURS 5000 TIMES.
        10  WS-DC-CUST-A         PIC 9(9).
        10  WS-DC-CUST-B         PIC 9(9).
        10  WS-DC-SCORE          PIC 9(3).
        10  WS-DC-DECISION       PIC X(8).
        10  WS-DC-STEWARD        PIC X(20).
        10  WS-DC-DECIDED        PIC 9(8).
        10  WS-DC-SEEN           PIC X(1).
01  WS-DC-IDX                    PIC 9(4).
01  WS-DC-MATCH-IDX              PIC 9(4).
01  WS-FIND-CUST-A               PIC 9(9).
01  WS-FIND-CUST-B               PIC 9(9).
01  WS-FIND-CUST-ID              PIC 9(9).

      *> One parsed KEY=VALUE decision line.
01  WS-KV-PIECE OCCURS 6 TIMES   PIC X(40).
01  WS-KV-IDX                    PIC 9(1).
01  WS-KV-PTR                    PIC 9(4).
01  WS-KV-LEN                    PIC 9(4).
01  WS-KV-KEY                    PIC X(20).
01  WS-KV-VALUE                  PIC X(30).
01  WS-KV-CUST-A                 PIC 9(9).
01  WS-KV-CUST-B                 PIC 9(9).
01  WS-KV-SCORE                  PIC 9(3).
01  WS-KV-DECISION               PIC X(8).
01  WS-KV-STEWARD                PIC X(20).
01  WS-KV-DECIDED                PIC 9(8).
01  WS-KV-HOLD-ID                PIC 9(9).

01  WS-PAIRS-SCORED              PIC 9(9) VALUE 0.
01  WS-SUPPRESSED-COUNT          PIC 9(7) VALUE 0.
01  WS-NEW-PAIR-COUNT            PIC 9(7) VALUE 0.
01  WS-MERGE-OPEN-COUNT          PIC 9(7) VALUE 0.
01  WS-BAD-DECISION-COUNT        PIC 9(7) VALUE 0.
01  WS-DROPPED-PENDING-COUNT     PIC 9(7) VALUE 0.
01  WS-RANK                      PIC 9(4).

01  WS-RANK-EDIT                 PIC Z(3)9.
01  WS-SCORE-EDIT                PIC ZZ9.
01  WS-BALANCE-EDIT              PIC -(9)9.99.
01  WS-COMBINED-BALANCE          PIC S9(10)V9(2).
01  WS-COMBINED-EDIT             PIC -(10)9.99.
01  WS-ORDERS-EDIT               PIC Z(4)9.
01  WS-DECISION-TEXT             PIC X(13).
01  WS-SIDE-LABEL                PIC X(1).
01  WS-SIDE-ORDERS               PIC 9(5).
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

    PERFORM BUILD-EVIDENCE-INDEX
    PERFORM LOAD-DECISIONS
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "CUSTDUP: more than 5000 steward decisions - a "
               "partial match would be read as a clean one, "
               "stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM SCORE-ALL-PAIRS
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "CUSTDUP: more than 2000 suspect pairs at MINSCORE="
               WS-MIN-SCORE " - raise MINSCORE= or work the "
               "backlog down first, stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM COUNT-ORDERS-PER-PAIR
    PERFORM RANK-PAIRS

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADING
    PERFORM REPORT-SUSPECT-PAIRS
    PERFORM REPORT-MERGE-ACTIONS
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE REPORT-FILE
    CLOSE CUSTOMER-MASTER-FILE
    CLOSE EVIDENCE-FILE
    CLOSE PAIR-SEEN-FILE

    PERFORM REWRITE-DECISIONS

    DISPLAY "CUSTDUP: " WS-CUST-COUNT " customer(s), "
            WS-PAIR-COUNT " suspect pair(s) (" WS-NEW-PAIR-COUNT
            " new), " WS-SUPPRESSED-COUNT " ruled NOT-DUP, "
            WS-MERGE-OPEN-COUNT " MERGE awaiting mainframe action - "
            "report in " FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    IF WS-BAD-DECISION-COUNT > 0
       DISPLAY "CUSTDUP: WARNING - " WS-BAD-DECISION-COUNT
               " decision line(s) with a DECISION other than MERGE, "
               "NOT-DUP or PENDING - kept as PENDING."
    END-IF
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
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:9)) = 'MINSCORE='
             COMPUTE WS-MIN-SCORE =
                     FUNCTION NUMVAL(WS-PRM-TOKEN(10:3))
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    IF WS-MIN-SCORE = 0
       MOVE 50 TO WS-MIN-SCORE
    END-IF
    PERFORM VALIDATE-RUN-PARAMETERS.

COPY "TOKENIZE.cpy".

      *> One pass over the master files every customer's evidence.
      *> Both work files are recreated each run, so neither can
      *> disagree with the master; the master stays open for the
      *> keyed READs the scoring and the report make.
BUILD-EVIDENCE-INDEX.
    MOVE 'N' TO WS-EOF
    OPEN OUTPUT EVIDENCE-FILE
    IF WS-EVIDENCE-FILE-STATUS NOT = '00'
       DISPLAY "CUSTDUP: cannot create evidence work file "
               FUNCTION TRIM(WS-EVIDENCE-FILE-NAME)
               " (STATUS=" WS-EVIDENCE-FILE-STATUS ") - stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN INPUT CUSTOMER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = '00'
       DISPLAY "CUSTDUP: cannot open keyed master "
               FUNCTION TRIM(WS-MASTER-FILE-NAME)
               " (STATUS=" WS-MASTER-FILE-STATUS
               ") - run CUSTIDX first."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ CUSTOMER-MASTER-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EOF
       END-READ
       *> judged after the READ, as CUSTLOAD's range read does - a
       *> corrupt master must fail the run, not spin on a stale buffer
       IF WS-EOF = 'N'
          IF WS-MASTER-FILE-STATUS = '00'
             MOVE CUSTOMER-MASTER-REC TO CUSTOMER-RECORD
             PERFORM FILE-ONE-CUSTOMER
          ELSE
             DISPLAY "CUSTDUP: keyed master READ failed with STATUS="
                     WS-MASTER-FILE-STATUS " - stopping."
             MOVE 8 TO RETURN-CODE
             STOP RUN
          END-IF
       END-IF
    END-PERFORM
    CLOSE EVIDENCE-FILE
    OPEN INPUT EVIDENCE-FILE
    IF WS-EVIDENCE-FILE-STATUS NOT = '00'
       DISPLAY "CUSTDUP: cannot reopen evidence work file "
               FUNCTION TRIM(WS-EVIDENCE-FILE-NAME)
               " (STATUS=" WS-EVIDENCE-FILE-STATUS ") - stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT PAIR-SEEN-FILE
    IF WS-PAIR-SEEN-FILE-STATUS NOT = '00'
       DISPLAY "CUSTDUP: cannot create pair work file "
               FUNCTION TRIM(WS-PAIR-SEEN-FILE-NAME)
               " (STATUS=" WS-PAIR-SEEN-FILE-STATUS ") - stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    CLOSE PAIR-SEEN-FILE
    OPEN I-O PAIR-SEEN-FILE.

      *> A blank or zero value never matches, so it is never filed;
      *> a swapped name that reads the same as the plain one is filed
      *> once.
FILE-ONE-CUSTOMER.
    ADD 1 TO WS-CUST-COUNT
    MOVE 1 TO WS-CU-SIDE
    PERFORM HOLD-ONE-CUSTOMER
    MOVE WS-CU-CUST-ID(1) TO EV-CUST-ID
    IF WS-CU-NAME-NORM(1) NOT = SPACES
       MOVE 'N' TO EV-TYPE
       MOVE WS-CU-NAME-NORM(1) TO EV-VALUE
       PERFORM WRITE-EVIDENCE-ENTRY
       IF WS-CU-NAME-SWAP(1) NOT = WS-CU-NAME-NORM(1)
          MOVE WS-CU-NAME-SWAP(1) TO EV-VALUE
          PERFORM WRITE-EVIDENCE-ENTRY
       END-IF
    END-IF
    IF WS-CU-BIRTH(1) > 0
       MOVE 'B' TO EV-TYPE
       MOVE WS-CU-BIRTH(1) TO EV-VALUE
       PERFORM WRITE-EVIDENCE-ENTRY
    END-IF
    IF WS-CU-EMAIL-NORM(1) NOT = SPACES
       MOVE 'E' TO EV-TYPE
       MOVE WS-CU-EMAIL-NORM(1) TO EV-VALUE
       PERFORM WRITE-EVIDENCE-ENTRY
    END-IF
    IF WS-CU-PHONE-NORM(1) NOT = SPACES
       MOVE 'P' TO EV-TYPE
       MOVE WS-CU-PHONE-NORM(1) TO EV-VALUE
       PERFORM WRITE-EVIDENCE-ENTRY
    END-IF.

WRITE-EVIDENCE-ENTRY.
    WRITE EVIDENCE-REC
       INVALID KEY
          DISPLAY "CUSTDUP: evidence work file WRITE failed with STATUS="
                  WS-EVIDENCE-FILE-STATUS " - stopping."
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-WRITE.

      *> The customer in CUSTOMER-RECORD into pair entry WS-CU-SIDE.
HOLD-ONE-CUSTOMER.
    MOVE CUST-ID IN CUSTOMER-RECORD TO WS-CU-CUST-ID(WS-CU-SIDE)
    MOVE CUST-NAME TO WS-CU-NAME(WS-CU-SIDE)
    IF BIRTH-YYYYMMDD IS NUMERIC
       MOVE BIRTH-YYYYMMDD TO WS-CU-BIRTH(WS-CU-SIDE)
    ELSE
       MOVE 0 TO WS-CU-BIRTH(WS-CU-SIDE)
    END-IF
    MOVE PHONE-NUMBER TO WS-CU-PHONE(WS-CU-SIDE)
    MOVE EMAIL TO WS-CU-EMAIL(WS-CU-SIDE)
    PERFORM CHECK-BALANCE-SIGN
    MOVE WS-BALANCE-OK TO WS-CU-BALANCE-OK(WS-CU-SIDE)
    IF WS-BALANCE-OK = 'Y'
       MOVE BALANCE TO WS-CU-BALANCE(WS-CU-SIDE)
    ELSE
       MOVE 0 TO WS-CU-BALANCE(WS-CU-SIDE)
    END-IF
    PERFORM NORMALIZE-NAME
    PERFORM NORMALIZE-EMAIL
    PERFORM NORMALIZE-PHONE.

      *> Pair entry WS-CU-SIDE from the master by key. Every CUST-ID
      *> asked for here came off the master this run, so a miss is a
      *> damaged master, not a data condition.
READ-CUSTOMER-SIDE.
    MOVE WS-FIND-CUST-ID TO CM-CUST-ID
    READ CUSTOMER-MASTER-FILE
       INVALID KEY
          DISPLAY "CUSTDUP: keyed master READ of CUST-ID "
                  WS-FIND-CUST-ID " failed with STATUS="
                  WS-MASTER-FILE-STATUS " - stopping."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       NOT INVALID KEY
          MOVE CUSTOMER-MASTER-REC TO CUSTOMER-RECORD
          PERFORM HOLD-ONE-CUSTOMER
    END-READ.

      *> Letters only, upper case - "O'Brien, Ann" and "OBRIEN ANN"
      *> agree. The swapped form moves the first word to the end, so
      *> a name keyed surname-first on one record and forename-first
      *> on the other still meets; the rest is trimmed first so the
      *> moved word is never pushed off the end.
NORMALIZE-NAME.
    MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-NAME-UPPER
    MOVE WS-NAME-UPPER TO WS-NORM-IN
    PERFORM KEEP-LETTERS-ONLY
    MOVE WS-NORM-OUT(1:20) TO WS-CU-NAME-NORM(WS-CU-SIDE)
    MOVE SPACES TO WS-NAME-FIRST WS-NAME-REST
    MOVE 1 TO WS-NAME-PTR
    UNSTRING WS-NAME-UPPER DELIMITED BY ALL SPACE OR ','
             INTO WS-NAME-FIRST
             WITH POINTER WS-NAME-PTR
    END-UNSTRING
    IF WS-NAME-PTR <= 20
       MOVE WS-NAME-UPPER(WS-NAME-PTR:) TO WS-NAME-REST
    END-IF
    MOVE SPACES TO WS-NAME-SWAP-WORK
    STRING FUNCTION TRIM(WS-NAME-REST) DELIMITED BY SIZE
           WS-NAME-FIRST DELIMITED BY SPACE
           INTO WS-NAME-SWAP-WORK
    END-STRING
    MOVE WS-NAME-SWAP-WORK(1:25) TO WS-NORM-IN
    PERFORM KEEP-LETTERS-ONLY
    MOVE WS-NORM-OUT(1:20) TO WS-CU-NAME-SWAP(WS-CU-SIDE).

NORMALIZE-EMAIL.
    MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(EMAIL))
         TO WS-CU-EMAIL-NORM(WS-CU-SIDE).

      *> Digits only, right-most 10 kept: "+1 (555) 123-4567" and
      *> "5551234567" agree. Fewer than 7 digits is not a usable
      *> number and is left blank so it cannot match.
NORMALIZE-PHONE.
    MOVE SPACES TO WS-PHONE-DIGITS
    MOVE 0 TO WS-PHONE-LEN
    PERFORM VARYING WS-NORM-POS FROM 1 BY 1 UNTIL WS-NORM-POS > 12
       MOVE PHONE-NUMBER(WS-NORM-POS:1) TO WS-NORM-CHAR
       IF WS-NORM-CHAR IS NUMERIC
          ADD 1 TO WS-PHONE-LEN
          MOVE WS-NORM-CHAR TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-CU-PHONE-NORM(WS-CU-SIDE)
    IF WS-PHONE-LEN >= 10
       MOVE WS-PHONE-DIGITS(WS-PHONE-LEN - 9:10)
            TO WS-CU-PHONE-NORM(WS-CU-SIDE)
    ELSE
       IF WS-PHONE-LEN >= 7
          MOVE WS-PHONE-DIGITS(1:WS-PHONE-LEN)
               TO WS-CU-PHONE-NORM(WS-CU-SIDE)
       END-IF
    END-IF.

KEEP-LETTERS-ONLY.
    MOVE SPACES TO WS-NORM-OUT
    MOVE 0 TO WS-NORM-OUT-LEN
    PERFORM VARYING WS-NORM-POS FROM 1 BY 1 UNTIL WS-NORM-POS > 25
       MOVE WS-NORM-IN(WS-NORM-POS:1) TO WS-NORM-CHAR
       IF WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z'
          ADD 1 TO WS-NORM-OUT-LEN
          MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-OUT-LEN:1)
       END-IF
    END-PERFORM.

      *> A missing decision file is simply the first run.
LOAD-DECISIONS.
    MOVE 'N' TO WS-EOF
    OPEN INPUT DECISION-FILE
    IF WS-DECISION-FILE-STATUS NOT = '00'
       CLOSE DECISION-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ DECISION-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM PARSE-DECISION-LINE
                IF WS-KV-CUST-A > 0 AND WS-KV-CUST-B > 0
                   PERFORM HOLD-ONE-DECISION
                END-IF
          END-READ
       END-PERFORM
       CLOSE DECISION-FILE
    END-IF.

HOLD-ONE-DECISION.
    *> pairs are always held low CUST-ID first, whichever way the
    *> steward typed them
    IF WS-KV-CUST-A > WS-KV-CUST-B
       MOVE WS-KV-CUST-A TO WS-KV-HOLD-ID
       MOVE WS-KV-CUST-B TO WS-KV-CUST-A
       MOVE WS-KV-HOLD-ID TO WS-KV-CUST-B
    END-IF
    IF WS-KV-DECISION NOT = 'MERGE'
       AND WS-KV-DECISION NOT = 'NOT-DUP'
       AND WS-KV-DECISION NOT = 'PENDING'
       ADD 1 TO WS-BAD-DECISION-COUNT
       MOVE 'PENDING' TO WS-KV-DECISION
    END-IF
    IF WS-DEC-COUNT >= 5000
       MOVE 'Y' TO WS-TABLE-OVERFLOW
    ELSE
       ADD 1 TO WS-DEC-COUNT
       MOVE WS-KV-CUST-A TO WS-DC-CUST-A(WS-DEC-COUNT)
       MOVE WS-KV-CUST-B TO WS-DC-CUST-B(WS-DEC-COUNT)
       MOVE WS-KV-SCORE TO WS-DC-SCORE(WS-DEC-COUNT)
       MOVE WS-KV-DECISION TO WS-DC-DECISION(WS-DEC-COUNT)
       MOVE WS-KV-STEWARD TO WS-DC-STEWARD(WS-DEC-COUNT)
       MOVE WS-KV-DECIDED TO WS-DC-DECIDED(WS-DEC-COUNT)
       MOVE 'N' TO WS-DC-SEEN(WS-DEC-COUNT)
    END-IF.

      *> Each evidence entry in turn is paired with the entries after
      *> it under the same value, then the file is repositioned just
      *> past it for the next. Evidence first, then the pair is
      *> weighed against MINSCORE and the steward's decisions.
SCORE-ALL-PAIRS.
    MOVE 'N' TO WS-EV-EOF
    MOVE LOW-VALUES TO EV-KEY
    START EVIDENCE-FILE KEY IS >= EV-KEY
       INVALID KEY
          MOVE 'Y' TO WS-EV-EOF
    END-START
    PERFORM UNTIL WS-EV-EOF = 'Y' OR WS-TABLE-OVERFLOW = 'Y'
       READ EVIDENCE-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EV-EOF
          NOT AT END
             PERFORM PAIR-WITHIN-VALUE
       END-READ
    END-PERFORM.

PAIR-WITHIN-VALUE.
    MOVE EV-KEY TO WS-EV-OUTER
    MOVE 'N' TO WS-EV-GROUP-END
    PERFORM UNTIL WS-EV-GROUP-END = 'Y' OR WS-TABLE-OVERFLOW = 'Y'
       READ EVIDENCE-FILE NEXT RECORD
          AT END
             MOVE 'Y' TO WS-EV-GROUP-END
          NOT AT END
             IF EV-TYPE = WS-EVO-TYPE AND EV-VALUE = WS-EVO-VALUE
                PERFORM CONSIDER-ONE-PAIR
             ELSE
                MOVE 'Y' TO WS-EV-GROUP-END
             END-IF
       END-READ
    END-PERFORM
    MOVE WS-EV-OUTER TO EV-KEY
    START EVIDENCE-FILE KEY IS > EV-KEY
       INVALID KEY
          MOVE 'Y' TO WS-EV-EOF
    END-START.

      *> Entries under one value run in CUST-ID order, so the outer
      *> entry is always the low side. The pair work file's duplicate
      *> key is how a pair already scored under other evidence is
      *> recognised.
CONSIDER-ONE-PAIR.
    MOVE WS-EVO-CUST-ID TO WS-FIND-CUST-A PS-CUST-A
    MOVE EV-CUST-ID TO WS-FIND-CUST-B PS-CUST-B
    WRITE PAIR-SEEN-REC
       INVALID KEY
          CONTINUE
       NOT INVALID KEY
          ADD 1 TO WS-PAIRS-SCORED
          MOVE WS-FIND-CUST-A TO WS-FIND-CUST-ID
          MOVE 1 TO WS-CU-SIDE
          PERFORM READ-CUSTOMER-SIDE
          MOVE WS-FIND-CUST-B TO WS-FIND-CUST-ID
          MOVE 2 TO WS-CU-SIDE
          PERFORM READ-CUSTOMER-SIDE
          PERFORM SCORE-ONE-PAIR
          IF WS-SCORE >= WS-MIN-SCORE
             PERFORM KEEP-ONE-PAIR
          END-IF
    END-WRITE.

      *> Pair entry 1 against pair entry 2.
SCORE-ONE-PAIR.
    MOVE 0 TO WS-SCORE
    MOVE SPACES TO WS-EV-NAME
    MOVE 'N' TO WS-EV-BIRTH WS-EV-EMAIL WS-EV-PHONE
    IF WS-CU-NAME-NORM(1) NOT = SPACES
       IF WS-CU-NAME-NORM(1) = WS-CU-NAME-NORM(2)
          ADD WS-WEIGHT-NAME TO WS-SCORE
          MOVE 'EXACT' TO WS-EV-NAME
       ELSE
          IF WS-CU-NAME-NORM(1) = WS-CU-NAME-SWAP(2)
             ADD WS-WEIGHT-NAME-SWAP TO WS-SCORE
             MOVE 'SWAPPED' TO WS-EV-NAME
          END-IF
       END-IF
    END-IF
    IF WS-CU-BIRTH(1) > 0
       AND WS-CU-BIRTH(1) = WS-CU-BIRTH(2)
       ADD WS-WEIGHT-BIRTH TO WS-SCORE
       MOVE 'Y' TO WS-EV-BIRTH
    END-IF
    IF WS-CU-EMAIL-NORM(1) NOT = SPACES
       AND WS-CU-EMAIL-NORM(1) = WS-CU-EMAIL-NORM(2)
       ADD WS-WEIGHT-EMAIL TO WS-SCORE
       MOVE 'Y' TO WS-EV-EMAIL
    END-IF
    IF WS-CU-PHONE-NORM(1) NOT = SPACES
       AND WS-CU-PHONE-NORM(1) = WS-CU-PHONE-NORM(2)
       ADD WS-WEIGHT-PHONE TO WS-SCORE
       MOVE 'Y' TO WS-EV-PHONE
    END-IF.

KEEP-ONE-PAIR.
    PERFORM FIND-DECISION-ENTRY
    IF WS-DC-MATCH-IDX > 0
       MOVE 'Y' TO WS-DC-SEEN(WS-DC-MATCH-IDX)
       MOVE WS-SCORE TO WS-DC-SCORE(WS-DC-MATCH-IDX)
       IF WS-DC-DECISION(WS-DC-MATCH-IDX) = 'NOT-DUP'
          ADD 1 TO WS-SUPPRESSED-COUNT
       ELSE
          PERFORM ADD-PAIR-ENTRY
       END-IF
    ELSE
       ADD 1 TO WS-NEW-PAIR-COUNT
       PERFORM ADD-PAIR-ENTRY
    END-IF.

ADD-PAIR-ENTRY.
    IF WS-PAIR-COUNT >= 2000
       MOVE 'Y' TO WS-TABLE-OVERFLOW
    ELSE
       ADD 1 TO WS-PAIR-COUNT
       MOVE WS-FIND-CUST-A TO WS-PR-CUST-A(WS-PAIR-COUNT)
       MOVE WS-FIND-CUST-B TO WS-PR-CUST-B(WS-PAIR-COUNT)
       MOVE WS-SCORE TO WS-PR-SCORE(WS-PAIR-COUNT)
       MOVE WS-EV-NAME TO WS-PR-NAME-EV(WS-PAIR-COUNT)
       MOVE WS-EV-BIRTH TO WS-PR-BIRTH-EV(WS-PAIR-COUNT)
       MOVE WS-EV-EMAIL TO WS-PR-EMAIL-EV(WS-PAIR-COUNT)
       MOVE WS-EV-PHONE TO WS-PR-PHONE-EV(WS-PAIR-COUNT)
       MOVE 0 TO WS-PR-ORDERS-A(WS-PAIR-COUNT)
       MOVE 0 TO WS-PR-ORDERS-B(WS-PAIR-COUNT)
       MOVE WS-DC-MATCH-IDX TO WS-PR-DEC-IDX(WS-PAIR-COUNT)
    END-IF.

      *> How much ORDER history each side of a pair holds - the part
      *> a merge has to move. A missing ORDER extract leaves the
      *> counts at zero.
COUNT-ORDERS-PER-PAIR.
    IF WS-PAIR-COUNT > 0
       MOVE 'N' TO WS-EOF
       OPEN INPUT ORDER-FILE
       IF WS-ORDER-FILE-STATUS NOT = '00'
          CLOSE ORDER-FILE
       ELSE
          PERFORM UNTIL WS-EOF = 'Y'
             READ ORDER-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   IF ORDER-RECORD(1:3) NOT = 'HDR'
                      AND ORDER-RECORD(1:3) NOT = 'TRL'
                      AND CUST-ID IN ORDER-RECORD IS NUMERIC
                      PERFORM COUNT-ONE-ORDER
                   END-IF
             END-READ
          END-PERFORM
          CLOSE ORDER-FILE
       END-IF
    END-IF.

COUNT-ONE-ORDER.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PAIR-COUNT
       IF WS-PR-CUST-A(WS-PR-IDX) = CUST-ID IN ORDER-RECORD
          ADD 1 TO WS-PR-ORDERS-A(WS-PR-IDX)
       END-IF
       IF WS-PR-CUST-B(WS-PR-IDX) = CUST-ID IN ORDER-RECORD
          ADD 1 TO WS-PR-ORDERS-B(WS-PR-IDX)
       END-IF
    END-PERFORM.

      *> Highest score first; selection sort, as POLEXPIR ranks its
      *> expiries.
RANK-PAIRS.
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX >= WS-PAIR-COUNT
       MOVE WS-PR-IDX TO WS-PR-BEST
       PERFORM VARYING WS-PR-SCAN FROM WS-PR-IDX BY 1
               UNTIL WS-PR-SCAN > WS-PAIR-COUNT
          IF WS-PR-SCORE(WS-PR-SCAN) > WS-PR-SCORE(WS-PR-BEST)
             MOVE WS-PR-SCAN TO WS-PR-BEST
          END-IF
       END-PERFORM
       IF WS-PR-BEST NOT = WS-PR-IDX
          MOVE WS-PR-ENTRY(WS-PR-IDX) TO WS-PAIR-HOLD
          MOVE WS-PR-ENTRY(WS-PR-BEST) TO WS-PR-ENTRY(WS-PR-IDX)
          MOVE WS-PAIR-HOLD TO WS-PR-ENTRY(WS-PR-BEST)
       END-IF
    END-PERFORM.

WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-OUT-LINE
    STRING "SUSPECTED DUPLICATE CUSTOMERS  ASOF=" DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           "  MASTER=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-MASTER-FILE-NAME) DELIMITED BY SIZE
           "  MINSCORE=" DELIMITED BY SIZE
           WS-MIN-SCORE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE "  WEIGHTS: NAME 40 (SWAPPED 30)  BIRTH 25  EMAIL 30  PHONE 25  - MAX 120"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE.

REPORT-SUSPECT-PAIRS.
    MOVE 0 TO WS-RANK
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PAIR-COUNT
       ADD 1 TO WS-RANK
       PERFORM WRITE-ONE-PAIR
    END-PERFORM
    IF WS-PAIR-COUNT = 0
       MOVE "  (NO SUSPECT PAIRS AT THIS MINSCORE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-ONE-PAIR.
    MOVE WS-RANK TO WS-RANK-EDIT
    MOVE WS-PR-SCORE(WS-PR-IDX) TO WS-SCORE-EDIT
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    IF WS-PR-DEC-IDX(WS-PR-IDX) = 0
       MOVE "PENDING (NEW)" TO WS-DECISION-TEXT
    ELSE
       MOVE WS-DC-DECISION(WS-PR-DEC-IDX(WS-PR-IDX))
            TO WS-DECISION-TEXT
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "RANK " DELIMITED BY SIZE
           WS-RANK-EDIT DELIMITED BY SIZE
           "  SCORE=" DELIMITED BY SIZE
           WS-SCORE-EDIT DELIMITED BY SIZE
           "  CUST-ID " DELIMITED BY SIZE
           WS-PR-CUST-A(WS-PR-IDX) DELIMITED BY SIZE
           " / " DELIMITED BY SIZE
           WS-PR-CUST-B(WS-PR-IDX) DELIMITED BY SIZE
           "  DECISION=" DELIMITED BY SIZE
           WS-DECISION-TEXT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  EVIDENCE: NAME=" DELIMITED BY SIZE
           WS-PR-NAME-EV(WS-PR-IDX) DELIMITED BY SIZE
           " BIRTH=" DELIMITED BY SIZE
           WS-PR-BIRTH-EV(WS-PR-IDX) DELIMITED BY SIZE
           " EMAIL=" DELIMITED BY SIZE
           WS-PR-EMAIL-EV(WS-PR-IDX) DELIMITED BY SIZE
           " PHONE=" DELIMITED BY SIZE
           WS-PR-PHONE-EV(WS-PR-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    IF WS-PR-NAME-EV(WS-PR-IDX) = SPACES
       MOVE "NO      " TO WS-OUT-LINE(18:8)
    END-IF
    PERFORM WRITE-REPORT-LINE
    MOVE WS-PR-CUST-A(WS-PR-IDX) TO WS-FIND-CUST-ID
    MOVE 1 TO WS-CU-SIDE
    PERFORM READ-CUSTOMER-SIDE
    MOVE 'A' TO WS-SIDE-LABEL
    MOVE WS-PR-ORDERS-A(WS-PR-IDX) TO WS-SIDE-ORDERS
    PERFORM WRITE-ONE-PAIR-SIDE
    MOVE WS-PR-CUST-B(WS-PR-IDX) TO WS-FIND-CUST-ID
    MOVE 2 TO WS-CU-SIDE
    PERFORM READ-CUSTOMER-SIDE
    MOVE 'B' TO WS-SIDE-LABEL
    MOVE WS-PR-ORDERS-B(WS-PR-IDX) TO WS-SIDE-ORDERS
    PERFORM WRITE-ONE-PAIR-SIDE
    COMPUTE WS-COMBINED-BALANCE = WS-CU-BALANCE(1)
                                + WS-CU-BALANCE(2)
    MOVE WS-COMBINED-BALANCE TO WS-COMBINED-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  COMBINED BALANCE=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-COMBINED-EDIT) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-ONE-PAIR-SIDE.
    MOVE WS-CU-BALANCE(WS-CU-SIDE) TO WS-BALANCE-EDIT
    MOVE WS-SIDE-ORDERS TO WS-ORDERS-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-SIDE-LABEL DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WS-CU-CUST-ID(WS-CU-SIDE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CU-NAME(WS-CU-SIDE) DELIMITED BY SIZE
           " BIRTH=" DELIMITED BY SIZE
           WS-CU-BIRTH(WS-CU-SIDE) DELIMITED BY SIZE
           " PHONE=" DELIMITED BY SIZE
           WS-CU-PHONE(WS-CU-SIDE) DELIMITED BY SIZE
           " EMAIL=" DELIMITED BY SIZE
           WS-CU-EMAIL(WS-CU-SIDE) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-CU-BALANCE-OK(WS-CU-SIDE) = 'Y'
       STRING "     BALANCE=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-BALANCE-EDIT) DELIMITED BY SIZE
              "  ORDERS=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ORDERS-EDIT) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       STRING "     BALANCE=(UNREADABLE - INVALID COMP-3 SIGN)"
              DELIMITED BY SIZE
              "  ORDERS=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-ORDERS-EDIT) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE.

      *> The list the mainframe team works from: every pair the
      *> steward ruled MERGE while both CUST-IDs are still on the
      *> master. Once the merge is done upstream one side disappears
      *> and the pair drops off this list (its decision is kept).
REPORT-MERGE-ACTIONS.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "MERGE DECISIONS AWAITING MAINFRAME ACTION (BOTH CUST-IDS STILL ON MASTER)"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-DC-IDX FROM 1 BY 1
            UNTIL WS-DC-IDX > WS-DEC-COUNT
       IF WS-DC-DECISION(WS-DC-IDX) = 'MERGE'
          MOVE WS-DC-CUST-A(WS-DC-IDX) TO WS-FIND-CUST-ID
          PERFORM FIND-CUSTOMER-ENTRY
          IF WS-CU-FOUND = 'Y'
             MOVE WS-DC-CUST-B(WS-DC-IDX) TO WS-FIND-CUST-ID
             PERFORM FIND-CUSTOMER-ENTRY
             IF WS-CU-FOUND = 'Y'
                ADD 1 TO WS-MERGE-OPEN-COUNT
                MOVE SPACES TO WS-OUT-LINE
                STRING "  MERGE " DELIMITED BY SIZE
                       WS-DC-CUST-A(WS-DC-IDX) DELIMITED BY SIZE
                       " + " DELIMITED BY SIZE
                       WS-DC-CUST-B(WS-DC-IDX) DELIMITED BY SIZE
                       "  STEWARD=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DC-STEWARD(WS-DC-IDX))
                       DELIMITED BY SIZE
                       "  DECIDED=" DELIMITED BY SIZE
                       WS-DC-DECIDED(WS-DC-IDX) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
             END-IF
          END-IF
       END-IF
    END-PERFORM
    IF WS-MERGE-OPEN-COUNT = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-REPORT-SUMMARY.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "CUSTOMERS=" DELIMITED BY SIZE
           WS-CUST-COUNT DELIMITED BY SIZE
           "  PAIRS COMPARED=" DELIMITED BY SIZE
           WS-PAIRS-SCORED DELIMITED BY SIZE
           "  SUSPECTS=" DELIMITED BY SIZE
           WS-PAIR-COUNT DELIMITED BY SIZE
           "  NEW=" DELIMITED BY SIZE
           WS-NEW-PAIR-COUNT DELIMITED BY SIZE
           "  SUPPRESSED NOT-DUP=" DELIMITED BY SIZE
           WS-SUPPRESSED-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

      *> Decided pairs are kept whether or not they still score; a
      *> PENDING pair is kept only while it still scores. New pairs
      *> follow, in rank order.
REWRITE-DECISIONS.
    OPEN OUTPUT DECISION-FILE
    PERFORM VARYING WS-DC-IDX FROM 1 BY 1
            UNTIL WS-DC-IDX > WS-DEC-COUNT
       IF WS-DC-DECISION(WS-DC-IDX) = 'PENDING'
          AND WS-DC-SEEN(WS-DC-IDX) = 'N'
          ADD 1 TO WS-DROPPED-PENDING-COUNT
       ELSE
          MOVE WS-DC-CUST-A(WS-DC-IDX) TO WS-KV-CUST-A
          MOVE WS-DC-CUST-B(WS-DC-IDX) TO WS-KV-CUST-B
          MOVE WS-DC-SCORE(WS-DC-IDX) TO WS-KV-SCORE
          MOVE WS-DC-DECISION(WS-DC-IDX) TO WS-KV-DECISION
          MOVE WS-DC-STEWARD(WS-DC-IDX) TO WS-KV-STEWARD
          MOVE WS-DC-DECIDED(WS-DC-IDX) TO WS-KV-DECIDED
          PERFORM WRITE-DECISION-LINE
       END-IF
    END-PERFORM
    PERFORM VARYING WS-PR-IDX FROM 1 BY 1
            UNTIL WS-PR-IDX > WS-PAIR-COUNT
       IF WS-PR-DEC-IDX(WS-PR-IDX) = 0
          MOVE WS-PR-CUST-A(WS-PR-IDX) TO WS-KV-CUST-A
          MOVE WS-PR-CUST-B(WS-PR-IDX) TO WS-KV-CUST-B
          MOVE WS-PR-SCORE(WS-PR-IDX) TO WS-KV-SCORE
          MOVE 'PENDING' TO WS-KV-DECISION
          MOVE '-' TO WS-KV-STEWARD
          MOVE 0 TO WS-KV-DECIDED
          PERFORM WRITE-DECISION-LINE
       END-IF
    END-PERFORM
    CLOSE DECISION-FILE.

WRITE-DECISION-LINE.
    IF WS-KV-STEWARD = SPACES
       MOVE '-' TO WS-KV-STEWARD
    END-IF
    MOVE SPACES TO DECISION-REC
    STRING "CUST_ID_A=" DELIMITED BY SIZE
           WS-KV-CUST-A DELIMITED BY SIZE
           " CUST_ID_B=" DELIMITED BY SIZE
           WS-KV-CUST-B DELIMITED BY SIZE
           " SCORE=" DELIMITED BY SIZE
           WS-KV-SCORE DELIMITED BY SIZE
           " DECISION=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-KV-DECISION) DELIMITED BY SIZE
           " STEWARD=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-KV-STEWARD) DELIMITED BY SIZE
           " DECIDED=" DELIMITED BY SIZE
           WS-KV-DECIDED DELIMITED BY SIZE
           INTO DECISION-REC
    END-STRING
    WRITE DECISION-REC.

FIND-DECISION-ENTRY.
    MOVE 0 TO WS-DC-MATCH-IDX
    PERFORM VARYING WS-DC-IDX FROM 1 BY 1
            UNTIL WS-DC-IDX > WS-DEC-COUNT
               OR WS-DC-MATCH-IDX > 0
       IF WS-DC-CUST-A(WS-DC-IDX) = WS-FIND-CUST-A
          AND WS-DC-CUST-B(WS-DC-IDX) = WS-FIND-CUST-B
          MOVE WS-DC-IDX TO WS-DC-MATCH-IDX
       END-IF
    END-PERFORM.

      *> Is WS-FIND-CUST-ID still on the master - one keyed READ.
FIND-CUSTOMER-ENTRY.
    MOVE WS-FIND-CUST-ID TO CM-CUST-ID
    READ CUSTOMER-MASTER-FILE
       INVALID KEY
          MOVE 'N' TO WS-CU-FOUND
       NOT INVALID KEY
          MOVE 'Y' TO WS-CU-FOUND
    END-READ.

      *> Blank-split KEY=VALUE pieces, parsed the way ORPHANFIX
      *> parses the orphan report.
PARSE-DECISION-LINE.
    MOVE 0 TO WS-KV-CUST-A WS-KV-CUST-B WS-KV-SCORE WS-KV-DECIDED
    MOVE 'PENDING' TO WS-KV-DECISION
    MOVE SPACES TO WS-KV-STEWARD
    PERFORM VARYING WS-KV-IDX FROM 1 BY 1 UNTIL WS-KV-IDX > 6
       MOVE SPACES TO WS-KV-PIECE(WS-KV-IDX)
    END-PERFORM
    COMPUTE WS-KV-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(DECISION-REC))
    IF DECISION-REC NOT = SPACES
       MOVE 1 TO WS-KV-PTR
       MOVE 0 TO WS-KV-IDX
       PERFORM UNTIL WS-KV-PTR > WS-KV-LEN OR WS-KV-IDX >= 6
          ADD 1 TO WS-KV-IDX
          UNSTRING DECISION-REC DELIMITED BY ALL SPACE
                   INTO WS-KV-PIECE(WS-KV-IDX)
                   WITH POINTER WS-KV-PTR
       END-PERFORM
       PERFORM VARYING WS-KV-IDX FROM 1 BY 1 UNTIL WS-KV-IDX > 6
          IF WS-KV-PIECE(WS-KV-IDX) NOT = SPACES
             MOVE SPACES TO WS-KV-KEY WS-KV-VALUE
             UNSTRING WS-KV-PIECE(WS-KV-IDX) DELIMITED BY '='
                      INTO WS-KV-KEY, WS-KV-VALUE
             END-UNSTRING
             EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KV-KEY))
                WHEN 'CUST_ID_A'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-CUST-A =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN 'CUST_ID_B'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-CUST-B =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN 'SCORE'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-SCORE =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN 'DECISION'
                   MOVE FUNCTION UPPER-CASE(WS-KV-VALUE(1:8))
                        TO WS-KV-DECISION
                WHEN 'STEWARD'
                   MOVE WS-KV-VALUE(1:20) TO WS-KV-STEWARD
                WHEN 'DECIDED'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-DECIDED =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
       END-PERFORM
    END-IF.

CHECK-BALANCE-SIGN.
    MOVE 'Y' TO WS-BALANCE-OK
    COMPUTE WS-BALANCE-SIGN-NUM = FUNCTION ORD(BALANCE-SIGN-BYTE) - 1
    COMPUTE WS-BALANCE-SIGN-NIBBLE = FUNCTION MOD(WS-BALANCE-SIGN-NUM, 16)
    IF WS-BALANCE-SIGN-NIBBLE NOT = 12
       AND WS-BALANCE-SIGN-NIBBLE NOT = 13
       AND WS-BALANCE-SIGN-NIBBLE NOT = 15
       MOVE 'N' TO WS-BALANCE-OK
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
