      *> FEEDDIFF - night-over-night row-level change report for the
      *> full-reload feeds. Only CUSTOMER has a delta mode; ORDERS,
      *> INVOICE, INVOICE_XREF and POLICY are truncated and reloaded
      *> every night, so an order that quietly vanished from the
      *> extract, or a policy whose END-DATE the mainframe rewrote,
      *> left no trace anywhere. One pass per feed keys tonight's
      *> extract against the previous night's archived image of the
      *> same extract and reports every record ADDED (key new
      *> tonight), REMOVED (key gone since last night) and CHANGED
      *> (same key, different bytes) - a CHANGED record gets one line
      *> per field that moved, with the BEFORE and AFTER values.
      *>
      *> The night image: every data record of tonight's extract,
      *> one per line, written to Output/<FEED>_NIGHT_IMAGE.txt.
      *> HOUSEKEEP archives it with the rest of the night's outputs
      *> (Output/Archive/<YYYYMMDD>/<TAG>_<FEED>_NIGHT_IMAGE.txt), so
      *> the base for tonight's comparison is the LAST such file
      *> recorded in Output/ARCHIVE_INDEX.txt - the previous night's,
      *> or the latest one still on file if HOUSEKEEP missed a night
      *> (the report names the archive date it compared against).
      *> The image is a text file, not a copy of the extract, because
      *> HOUSEKEEP archives line by line; every field of these four
      *> layouts is DISPLAY, so nothing is lost. No archived image
      *> at all is the first night: tonight's image becomes the
      *> baseline and nothing is reported as changed.
      *>
      *> Keys are the loaders' own duplicate keys: ORDER-ID, INV-ID
      *> (for INVOICE and for INVOICE_XREF, whose ORDER-ID is then a
      *> comparable field), COMPANY-CODE/HOLDER-ID for POLICY. A key
      *> that repeats within one extract is compared on its first
      *> occurrence only and counted REPEATED - the loader's
      *> duplicate report is where the repeat itself is judged.
      *> Control records (HDR/TRL) are skipped; every other record
      *> is compared, including ones validation would reject - the
      *> point is to see the extract as it arrived.
      *>
      *> Output/<FEED>_CHANGES.txt closes with one KEY=VALUE SUMMARY
      *> line (counts plus the base's archive date), which MORNRPT
      *> lifts into the morning report. Changes are the nightly norm,
      *> not a failure: the step exits 0 with changes found, 4 when
      *> the index names an archived image that can no longer be
      *> read, 8 when tonight's extract cannot be read or a table
      *> overflows - a change report missing its tail would be read
      *> as complete.
      *>
      *> Both nights' records are held in bounded in-memory tables,
      *> as BILLCHK holds its orders. Extracts arrive in much the same
      *> order night to night, so each key lookup resumes from where
      *> the last match was found rather than from the top.
      *>
      *> RECFM=VB reads the extract as RDW-prefixed variable records
      *> (RDWLIB.cpy); the image is the same either way.
      *>
      *> Command line: FEED=ORDER|INVOICE|XREF|POLICY
      *>               [BUSDATE=YYYYMMDD] [OPERATOR=xxx] [RECFM=VB]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. FEEDDIFF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT XREF-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-FILE-STATUS.
    SELECT BASE-FILE ASSIGN TO DYNAMIC WS-BASE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BASE-FILE-STATUS.
    SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IMAGE-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ORDER-FILE.
    COPY "sample_redefines.cpy".
01  ORDER-RAW-VIEW REDEFINES ORDER-RECORD PIC X(15).

FD  INVOICE-FILE.
    COPY "sample_occurs_depends.cpy".
      *> Whole-record view (a REDEFINES is not allowed against an
      *> OCCURS DEPENDING ON record - same device as INVCLOAD's).
01  INVOICE-RAW-VIEW             PIC X(200).

FD  XREF-FILE.
    COPY "sample_xref.cpy".
01  XREF-RAW-VIEW REDEFINES INVOICE-XREF-RECORD PIC X(16).

FD  POLICY-FILE.
    COPY "sample_nested_fillers.cpy".
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  INDEX-FILE.
01  INDEX-REC                    PIC X(120).

FD  BASE-FILE.
01  BASE-REC                     PIC X(200).

FD  IMAGE-FILE.
01  IMAGE-REC                    PIC X(200).

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
COPY "RDWWS.cpy".

01  WS-INPUT-FILE                PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-INDEX-FILE-NAME           PIC X(80)
                                  VALUE "Output/ARCHIVE_INDEX.txt".
01  WS-INDEX-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-BASE-FILE-NAME            PIC X(120) VALUE SPACES.
01  WS-BASE-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-IMAGE-FILE-NAME           PIC X(80).
01  WS-IMAGE-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80).
01  WS-FEED-NAME                 PIC X(10) VALUE SPACES.
      *> The tail an archived image's path ends in - HOUSEKEEP's
      *> <TAG>_<file name> - so the index search cannot mistake
      *> INVOICE's image for INVOICE_XREF's.
01  WS-ARCHIVE-SUFFIX            PIC X(40) VALUE SPACES.
01  WS-KEY-LABEL                 PIC X(24) VALUE SPACES.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-RUN-DATE                  PIC 9(8) VALUE 0.
01  WS-FEED-COPY-LEN             PIC 9(5) VALUE 0.
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.
01  WS-READ-FAILED               PIC X(1) VALUE 'N'.

      *> Base image chosen off the archive index: 'N' no archived
      *> image yet (first night), 'Y' read, 'U' named but unreadable.
01  WS-BASE-STATE                PIC X(1) VALUE 'N'.
01  WS-BASE-DATE                 PIC X(8) VALUE SPACES.
01  WS-IDX-EOF                   PIC X(1).
01  WS-IDX-PARSE-DATE            PIC X(8).
01  WS-IDX-PARSE-PATH            PIC X(110).
01  WS-IDX-PATH-LEN              PIC 9(3).
01  WS-SUFFIX-LEN                PIC 9(3).

      *> One record's image as read tonight, and its key.
01  WS-THIS-IMAGE                PIC X(200).
01  WS-THIS-KEY                  PIC X(20).

      *> Tonight's records, in extract order. WS-CUR-STATE: 'A'
      *> added, 'C' changed, 'S' same, 'R' repeated key.
01  WS-CUR-COUNT                 PIC 9(5) VALUE 0.
01  WS-CUR-TABLE.
    05  WS-CUR-ENTRY OCCURS 20000 TIMES.
        10  WS-CUR-KEY           PIC X(20).
        10  WS-CUR-IMAGE         PIC X(200).
        10  WS-CUR-STATE         PIC X(1).
01  WS-CUR-IDX                   PIC 9(5).
01  WS-CUR-SCAN                  PIC 9(5).
01  WS-CUR-FOUND                 PIC X(1).

      *> Last night's records off the archived image. WS-BASE-USED
      *> marks one already matched by a record of tonight's.
01  WS-BASE-COUNT                PIC 9(5) VALUE 0.
01  WS-BASE-TABLE.
    05  WS-BASE-ENTRY OCCURS 20000 TIMES.
        10  WS-BASE-KEY          PIC X(20).
        10  WS-BASE-IMAGE        PIC X(200).
        10  WS-BASE-USED         PIC X(1).
01  WS-BASE-IDX                  PIC 9(5).
01  WS-BASE-SCAN                 PIC 9(5).
01  WS-BASE-HINT                 PIC 9(5) VALUE 1.
01  WS-BASE-MATCH-IDX            PIC 9(5).
01  WS-BASE-FOUND                PIC X(1).
01  WS-FIND-KEY                  PIC X(20).

      *> The comparable fields of the feed's layout - name, position
      *> and length in the record image, and 'S' for a trailing-sign
      *> overpunch amount (shown decoded) or 'X' for everything else.
      *> The key fields are not listed: a record whose key moved is
      *> a REMOVED plus an ADDED, not a change.
01  WS-FLD-COUNT                 PIC 9(2) VALUE 0.
01  WS-FLD-TABLE.
    05  WS-FLD-ENTRY OCCURS 40 TIMES.
        10  WS-FLD-NAME          PIC X(16).
        10  WS-FLD-POS           PIC 9(3).
        10  WS-FLD-LEN           PIC 9(3).
        10  WS-FLD-TYPE          PIC X(1).
01  WS-FLD-IDX                   PIC 9(2).
01  WS-FLD-ADD-NAME              PIC X(16).
01  WS-FLD-ADD-POS               PIC 9(3).
01  WS-FLD-ADD-LEN               PIC 9(3).
01  WS-FLD-ADD-TYPE              PIC X(1).
01  WS-ITEM-NO                   PIC 9(2).
01  WS-ITEM-POS                  PIC 9(3).
01  WS-ITEM-TAG                  PIC X(4).

01  WS-ADDED-COUNT               PIC 9(9) VALUE 0.
01  WS-REMOVED-COUNT             PIC 9(9) VALUE 0.
01  WS-CHANGED-COUNT             PIC 9(9) VALUE 0.
01  WS-FIELD-CHANGE-COUNT        PIC 9(9) VALUE 0.
01  WS-REPEATED-COUNT            PIC 9(9) VALUE 0.
01  WS-RECORD-FIELD-CHANGES      PIC 9(3).

01  WS-BEFORE-VALUE              PIC X(30).
01  WS-AFTER-VALUE               PIC X(30).
01  WS-SHOW-RAW                  PIC X(30).
01  WS-SHOW-VALUE                PIC X(30).
01  WS-SHOW-TYPE                 PIC X(1).
01  WS-AMT-DIGITS                PIC X(9).
01  WS-AMT-TEXT                  PIC X(12).
01  WS-AMT-VALUE                 PIC S9(7)V99.
01  WS-AMT-EDIT                  PIC -(7)9.99.
01  WS-OP-BYTE                   PIC X(1).
01  WS-OP-DIGIT                  PIC 9(1).
01  WS-OP-SIGN                   PIC X(1).
01  WS-OP-VALID                  PIC X(1).
01  WS-COUNT-EDIT                PIC Z(8)9.
01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.
01  WS-REPORT-LINE-WORK          PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-RUN-DATE
    ELSE
       COMPUTE WS-RUN-DATE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
    END-IF
    PERFORM BUILD-FIELD-TABLE

    PERFORM LOAD-TONIGHT-EXTRACT
    IF WS-READ-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM FIND-ARCHIVED-IMAGE
    IF WS-BASE-STATE = 'Y'
       PERFORM LOAD-ARCHIVED-IMAGE
    END-IF
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "FEEDDIFF: " FUNCTION TRIM(WS-FEED-NAME)
               " - more than 20000 records on one night - a change "
               "report missing its tail would be read as complete, "
               "stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADING
    IF WS-BASE-STATE = 'Y'
       PERFORM COMPARE-TONIGHT-RECORDS
       PERFORM REPORT-REMOVED-RECORDS
    END-IF
    PERFORM WRITE-REPORT-SUMMARY
    CLOSE REPORT-FILE
    PERFORM WRITE-NIGHT-IMAGE

    DISPLAY "FEEDDIFF: " FUNCTION TRIM(WS-FEED-NAME) " - "
            WS-CUR-COUNT " record(s) tonight, "
            WS-ADDED-COUNT " added, " WS-REMOVED-COUNT " removed, "
            WS-CHANGED-COUNT " changed - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    IF WS-BASE-STATE = 'U'
       MOVE 4 TO RETURN-CODE
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
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:5)) = 'FEED='
             MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(WS-PRM-TOKEN(6:10)))
                  TO WS-FEED-NAME
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
    EVALUATE WS-FEED-NAME
       WHEN 'ORDER'
          MOVE "Data/ORDERS.DAT" TO WS-INPUT-FILE
          MOVE "/ORDER_ORDER_NIGHT_IMAGE.txt" TO WS-ARCHIVE-SUFFIX
          MOVE "ORDER-ID" TO WS-KEY-LABEL
       WHEN 'INVOICE'
          MOVE "Data/INVOICE.DAT" TO WS-INPUT-FILE
          MOVE "/INVOICE_INVOICE_NIGHT_IMAGE.txt"
               TO WS-ARCHIVE-SUFFIX
          MOVE "INV-ID" TO WS-KEY-LABEL
       WHEN 'XREF'
          MOVE "Data/INVOICE_XREF.DAT" TO WS-INPUT-FILE
          MOVE "/XREF_XREF_NIGHT_IMAGE.txt" TO WS-ARCHIVE-SUFFIX
          MOVE "INV-ID" TO WS-KEY-LABEL
       WHEN 'POLICY'
          MOVE "Data/POLICY.DAT" TO WS-INPUT-FILE
          MOVE "/POLICY_POLICY_NIGHT_IMAGE.txt" TO WS-ARCHIVE-SUFFIX
          MOVE "COMPANY-CODE/HOLDER-ID" TO WS-KEY-LABEL
       WHEN OTHER
          DISPLAY "FEEDDIFF: FEED= must be ORDER, INVOICE, XREF, "
                  "or POLICY."
          MOVE 8 TO RETURN-CODE
          STOP RUN
    END-EVALUATE
    MOVE SPACES TO WS-IMAGE-FILE-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "_NIGHT_IMAGE.txt" DELIMITED BY SIZE
           INTO WS-IMAGE-FILE-NAME
    END-STRING
    MOVE SPACES TO WS-REPORT-FILE-NAME
    STRING "Output/" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "_CHANGES.txt" DELIMITED BY SIZE
           INTO WS-REPORT-FILE-NAME
    END-STRING.

COPY "TOKENIZE.cpy".

      *> Positions as the copybooks lay the records out: ORDER-RECORD
      *> 15 bytes, INVOICE-XREF-RECORD 16, POLICY 65 (FILLER bytes
      *> are not compared - no loader carries them by default), and
      *> INVOICE 10 bytes of header then 19 per item, every item slot
      *> listed so a shrinking ITEM-COUNT shows the lines it dropped.
BUILD-FIELD-TABLE.
    EVALUATE WS-FEED-NAME
       WHEN 'ORDER'
          MOVE "CUST-ID" TO WS-FLD-ADD-NAME
          MOVE 9 TO WS-FLD-ADD-POS
          MOVE 6 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
          MOVE "PAY-TYPE" TO WS-FLD-ADD-NAME
          MOVE 15 TO WS-FLD-ADD-POS
          MOVE 1 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
       WHEN 'XREF'
          MOVE "ORDER-ID" TO WS-FLD-ADD-NAME
          MOVE 9 TO WS-FLD-ADD-POS
          MOVE 8 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
       WHEN 'POLICY'
          MOVE "LAST-NAME" TO WS-FLD-ADD-NAME
          MOVE 15 TO WS-FLD-ADD-POS
          MOVE 20 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
          MOVE "FIRST-NAME" TO WS-FLD-ADD-NAME
          MOVE 35 TO WS-FLD-ADD-POS
          MOVE 15 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
          MOVE "START-DATE" TO WS-FLD-ADD-NAME
          MOVE 50 TO WS-FLD-ADD-POS
          MOVE 8 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
          MOVE "END-DATE" TO WS-FLD-ADD-NAME
          MOVE 58 TO WS-FLD-ADD-POS
          MOVE 8 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
       WHEN 'INVOICE'
          MOVE "ITEM-COUNT" TO WS-FLD-ADD-NAME
          MOVE 9 TO WS-FLD-ADD-POS
          MOVE 2 TO WS-FLD-ADD-LEN
          PERFORM ADD-FIELD
          PERFORM VARYING WS-ITEM-NO FROM 1 BY 1
                  UNTIL WS-ITEM-NO > 10
             PERFORM ADD-INVOICE-ITEM-FIELDS
          END-PERFORM
    END-EVALUATE.

ADD-INVOICE-ITEM-FIELDS.
    COMPUTE WS-ITEM-POS = 11 + (WS-ITEM-NO - 1) * 19
    MOVE SPACES TO WS-ITEM-TAG
    IF WS-ITEM-NO < 10
       STRING "(" WS-ITEM-NO(2:1) ")" DELIMITED BY SIZE
              INTO WS-ITEM-TAG
       END-STRING
    ELSE
       STRING "(" WS-ITEM-NO ")" DELIMITED BY SIZE
              INTO WS-ITEM-TAG
       END-STRING
    END-IF
    MOVE SPACES TO WS-FLD-ADD-NAME
    STRING "PROD-ID" DELIMITED BY SIZE
           WS-ITEM-TAG DELIMITED BY SPACE
           INTO WS-FLD-ADD-NAME
    END-STRING
    MOVE WS-ITEM-POS TO WS-FLD-ADD-POS
    MOVE 6 TO WS-FLD-ADD-LEN
    PERFORM ADD-FIELD
    MOVE SPACES TO WS-FLD-ADD-NAME
    STRING "PROD-QTY" DELIMITED BY SIZE
           WS-ITEM-TAG DELIMITED BY SPACE
           INTO WS-FLD-ADD-NAME
    END-STRING
    COMPUTE WS-FLD-ADD-POS = WS-ITEM-POS + 6
    MOVE 4 TO WS-FLD-ADD-LEN
    PERFORM ADD-FIELD
    MOVE SPACES TO WS-FLD-ADD-NAME
    STRING "PROD-AMT" DELIMITED BY SIZE
           WS-ITEM-TAG DELIMITED BY SPACE
           INTO WS-FLD-ADD-NAME
    END-STRING
    COMPUTE WS-FLD-ADD-POS = WS-ITEM-POS + 10
    MOVE 9 TO WS-FLD-ADD-LEN
    MOVE 'S' TO WS-FLD-ADD-TYPE
    PERFORM ADD-FIELD.

ADD-FIELD.
    IF WS-FLD-COUNT < 40
       ADD 1 TO WS-FLD-COUNT
       MOVE WS-FLD-ADD-NAME TO WS-FLD-NAME(WS-FLD-COUNT)
       MOVE WS-FLD-ADD-POS TO WS-FLD-POS(WS-FLD-COUNT)
       MOVE WS-FLD-ADD-LEN TO WS-FLD-LEN(WS-FLD-COUNT)
       IF WS-FLD-ADD-TYPE = 'S'
          MOVE 'S' TO WS-FLD-TYPE(WS-FLD-COUNT)
       ELSE
          MOVE 'X' TO WS-FLD-TYPE(WS-FLD-COUNT)
       END-IF
    END-IF
    MOVE SPACE TO WS-FLD-ADD-TYPE.

      *> Every data record of tonight's extract into the table, as
      *> its image and its key.
LOAD-TONIGHT-EXTRACT.
    PERFORM OPEN-FEED-INPUT
    IF WS-READ-FAILED = 'N'
       PERFORM UNTIL WS-EOF = 'Y'
          IF RP-RECFM-MODE = 'V'
             PERFORM READ-RDW-FEED-RECORD
          ELSE
             PERFORM READ-FIXED-FEED-RECORD
          END-IF
          IF WS-EOF = 'N'
             AND WS-THIS-IMAGE(1:3) NOT = 'HDR'
             AND WS-THIS-IMAGE(1:3) NOT = 'TRL'
             PERFORM KEEP-TONIGHT-RECORD
          END-IF
       END-PERFORM
       PERFORM CLOSE-FEED-INPUT
    END-IF.

KEEP-TONIGHT-RECORD.
    IF WS-CUR-COUNT < 20000
       ADD 1 TO WS-CUR-COUNT
       PERFORM BUILD-RECORD-KEY
       MOVE WS-THIS-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
       MOVE WS-THIS-IMAGE TO WS-CUR-IMAGE(WS-CUR-COUNT)
       MOVE SPACE TO WS-CUR-STATE(WS-CUR-COUNT)
    ELSE
       MOVE 'Y' TO WS-TABLE-OVERFLOW
    END-IF.

BUILD-RECORD-KEY.
    MOVE SPACES TO WS-THIS-KEY
    IF WS-FEED-NAME = 'POLICY'
       STRING WS-THIS-IMAGE(3:3) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-THIS-IMAGE(7:8) DELIMITED BY SIZE
              INTO WS-THIS-KEY
       END-STRING
    ELSE
       MOVE WS-THIS-IMAGE(1:8) TO WS-THIS-KEY
    END-IF.

OPEN-FEED-INPUT.
    MOVE 'N' TO WS-EOF
    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
       MOVE WS-RDW-FILE-STATUS TO WS-INPUT-FILE-STATUS
    ELSE
       EVALUATE WS-FEED-NAME
          WHEN 'ORDER'
             OPEN INPUT ORDER-FILE
          WHEN 'INVOICE'
             OPEN INPUT INVOICE-FILE
          WHEN 'XREF'
             OPEN INPUT XREF-FILE
          WHEN 'POLICY'
             OPEN INPUT POLICY-FILE
       END-EVALUATE
    END-IF
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "FEEDDIFF: cannot open "
               FUNCTION TRIM(WS-INPUT-FILE)
               " (STATUS=" WS-INPUT-FILE-STATUS ")"
       MOVE 'Y' TO WS-READ-FAILED
    END-IF.

CLOSE-FEED-INPUT.
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       EVALUATE WS-FEED-NAME
          WHEN 'ORDER'
             CLOSE ORDER-FILE
          WHEN 'INVOICE'
             CLOSE INVOICE-FILE
          WHEN 'XREF'
             CLOSE XREF-FILE
          WHEN 'POLICY'
             CLOSE POLICY-FILE
       END-EVALUATE
    END-IF.

      *> An INVOICE record is only as long as its ITEM-COUNT makes
      *> it; the bytes past that in the record area are left over
      *> from a longer record and must not reach the image.
READ-FIXED-FEED-RECORD.
    MOVE SPACES TO WS-THIS-IMAGE
    EVALUATE WS-FEED-NAME
       WHEN 'ORDER'
          READ ORDER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE ORDER-RAW-VIEW TO WS-THIS-IMAGE
          END-READ
       WHEN 'INVOICE'
          READ INVOICE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
                   COMPUTE WS-FEED-COPY-LEN = 10 + ITEM-COUNT * 19
                ELSE
                   MOVE 10 TO WS-FEED-COPY-LEN
                END-IF
                MOVE INVOICE-RAW-VIEW(1:WS-FEED-COPY-LEN)
                     TO WS-THIS-IMAGE(1:WS-FEED-COPY-LEN)
          END-READ
       WHEN 'XREF'
          READ XREF-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE XREF-RAW-VIEW TO WS-THIS-IMAGE
          END-READ
       WHEN 'POLICY'
          READ POLICY-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE POLICY-RAW-VIEW TO WS-THIS-IMAGE
          END-READ
    END-EVALUATE
    *> a failed READ (status other than 00/04/10) executes neither
    *> AT END nor NOT AT END - judged here, after the statement
    IF WS-EOF = 'N'
       AND WS-INPUT-FILE-STATUS NOT = '00'
       AND WS-INPUT-FILE-STATUS NOT = '04'
       DISPLAY "FEEDDIFF: " FUNCTION TRIM(WS-INPUT-FILE)
               " read error, FILE STATUS " WS-INPUT-FILE-STATUS
               " - comparison abandoned"
       MOVE 'Y' TO WS-READ-FAILED
       MOVE 'Y' TO WS-EOF
    END-IF.

      *> One RDW record, space-filled past what the RDW carried.
READ-RDW-FEED-RECORD.
    MOVE SPACES TO WS-THIS-IMAGE
    PERFORM READ-RDW-RECORD
    IF WS-RDW-FAILED = 'Y'
       DISPLAY "FEEDDIFF: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
               " - comparison abandoned"
       MOVE 'Y' TO WS-READ-FAILED
       MOVE 'Y' TO WS-EOF
    ELSE
       IF WS-RDW-EOF = 'Y'
          MOVE 'Y' TO WS-EOF
       ELSE
          MOVE FUNCTION LENGTH(WS-THIS-IMAGE) TO WS-FEED-COPY-LEN
          IF WS-RDW-DATA-LEN < WS-FEED-COPY-LEN
             MOVE WS-RDW-DATA-LEN TO WS-FEED-COPY-LEN
          END-IF
          MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
               TO WS-THIS-IMAGE(1:WS-FEED-COPY-LEN)
       END-IF
    END-IF.

      *> The last index line naming this feed's image is the most
      *> recent night archived - the index is appended in date order.
FIND-ARCHIVED-IMAGE.
    MOVE 'N' TO WS-BASE-STATE
    MOVE SPACES TO WS-BASE-FILE-NAME WS-BASE-DATE
    COMPUTE WS-SUFFIX-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-ARCHIVE-SUFFIX))
    MOVE 'N' TO WS-IDX-EOF
    OPEN INPUT INDEX-FILE
    IF WS-INDEX-FILE-STATUS NOT = '00'
       CLOSE INDEX-FILE
    ELSE
       PERFORM UNTIL WS-IDX-EOF = 'Y'
          READ INDEX-FILE
             AT END
                MOVE 'Y' TO WS-IDX-EOF
             NOT AT END
                PERFORM CHECK-INDEX-LINE
          END-READ
       END-PERFORM
       CLOSE INDEX-FILE
    END-IF
    IF WS-BASE-FILE-NAME NOT = SPACES
       MOVE 'Y' TO WS-BASE-STATE
    END-IF.

CHECK-INDEX-LINE.
    MOVE SPACES TO WS-IDX-PARSE-DATE WS-IDX-PARSE-PATH
    UNSTRING INDEX-REC DELIMITED BY '|'
             INTO WS-IDX-PARSE-DATE, WS-IDX-PARSE-PATH
    END-UNSTRING
    IF WS-IDX-PARSE-PATH NOT = SPACES
       COMPUTE WS-IDX-PATH-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-IDX-PARSE-PATH))
       IF WS-IDX-PATH-LEN > WS-SUFFIX-LEN
          IF WS-IDX-PARSE-PATH(WS-IDX-PATH-LEN - WS-SUFFIX-LEN + 1:
                               WS-SUFFIX-LEN)
             = WS-ARCHIVE-SUFFIX(1:WS-SUFFIX-LEN)
             MOVE WS-IDX-PARSE-PATH TO WS-BASE-FILE-NAME
             MOVE WS-IDX-PARSE-DATE TO WS-BASE-DATE
          END-IF
       END-IF
    END-IF.

      *> An image the index still names but the disk no longer holds
      *> (pruned by hand, or a restored index) is reported, and the
      *> night is treated as a first night.
LOAD-ARCHIVED-IMAGE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT BASE-FILE
    IF WS-BASE-FILE-STATUS NOT = '00'
       DISPLAY "FEEDDIFF: WARNING - archived image "
               FUNCTION TRIM(WS-BASE-FILE-NAME)
               " cannot be opened (STATUS=" WS-BASE-FILE-STATUS
               ") - no comparison tonight."
       CLOSE BASE-FILE
       MOVE 'U' TO WS-BASE-STATE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ BASE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF BASE-REC NOT = SPACES
                   PERFORM KEEP-BASE-RECORD
                END-IF
          END-READ
       END-PERFORM
       CLOSE BASE-FILE
    END-IF.

KEEP-BASE-RECORD.
    IF WS-BASE-COUNT < 20000
       ADD 1 TO WS-BASE-COUNT
       MOVE BASE-REC TO WS-THIS-IMAGE
       PERFORM BUILD-RECORD-KEY
       MOVE WS-THIS-KEY TO WS-BASE-KEY(WS-BASE-COUNT)
       MOVE WS-THIS-IMAGE TO WS-BASE-IMAGE(WS-BASE-COUNT)
       MOVE 'N' TO WS-BASE-USED(WS-BASE-COUNT)
    ELSE
       MOVE 'Y' TO WS-TABLE-OVERFLOW
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-OUT-LINE
    STRING "NIGHT-OVER-NIGHT CHANGE REPORT  FEED=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
           "  SOURCE=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-INPUT-FILE) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    EVALUATE WS-BASE-STATE
       WHEN 'Y'
          STRING "COMPARED WITH " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BASE-FILE-NAME) DELIMITED BY SIZE
                 " (ARCHIVED " DELIMITED BY SIZE
                 WS-BASE-DATE DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN 'U'
          STRING "ARCHIVED IMAGE " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-BASE-FILE-NAME) DELIMITED BY SIZE
                 " UNREADABLE - NO COMPARISON, TONIGHT IS THE NEW "
                 DELIMITED BY SIZE
                 "BASELINE" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       WHEN OTHER
          MOVE "NO ARCHIVED IMAGE YET - TONIGHT IS THE BASELINE"
               TO WS-OUT-LINE
    END-EVALUATE
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE.

      *> Tonight's records in extract order: a key last night did not
      *> have is ADDED, a key it had is compared field by field.
COMPARE-TONIGHT-RECORDS.
    PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
            UNTIL WS-CUR-IDX > WS-CUR-COUNT
       MOVE WS-CUR-KEY(WS-CUR-IDX) TO WS-FIND-KEY
       PERFORM FIND-BASE-ENTRY
       EVALUATE TRUE
          WHEN WS-BASE-FOUND = 'N'
             PERFORM CHECK-EARLIER-TONIGHT
             IF WS-CUR-FOUND = 'Y'
                PERFORM NOTE-REPEATED-KEY
             ELSE
                MOVE 'A' TO WS-CUR-STATE(WS-CUR-IDX)
                ADD 1 TO WS-ADDED-COUNT
                MOVE "ADDED" TO WS-OUT-LINE
                PERFORM APPEND-KEY-TO-LINE
                PERFORM WRITE-REPORT-LINE
             END-IF
          WHEN WS-BASE-USED(WS-BASE-MATCH-IDX) = 'Y'
             PERFORM NOTE-REPEATED-KEY
          WHEN OTHER
             MOVE 'Y' TO WS-BASE-USED(WS-BASE-MATCH-IDX)
             IF WS-CUR-IMAGE(WS-CUR-IDX) =
                WS-BASE-IMAGE(WS-BASE-MATCH-IDX)
                MOVE 'S' TO WS-CUR-STATE(WS-CUR-IDX)
             ELSE
                PERFORM REPORT-CHANGED-FIELDS
             END-IF
       END-EVALUATE
    END-PERFORM.

NOTE-REPEATED-KEY.
    MOVE 'R' TO WS-CUR-STATE(WS-CUR-IDX)
    ADD 1 TO WS-REPEATED-COUNT.

      *> One line per field that moved. Two images that differ only
      *> in bytes no field covers (FILLER) are not a change.
REPORT-CHANGED-FIELDS.
    MOVE 0 TO WS-RECORD-FIELD-CHANGES
    PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
            UNTIL WS-FLD-IDX > WS-FLD-COUNT
       IF WS-CUR-IMAGE(WS-CUR-IDX)(WS-FLD-POS(WS-FLD-IDX):
                                   WS-FLD-LEN(WS-FLD-IDX))
          NOT = WS-BASE-IMAGE(WS-BASE-MATCH-IDX)(
                WS-FLD-POS(WS-FLD-IDX):WS-FLD-LEN(WS-FLD-IDX))
          PERFORM WRITE-FIELD-CHANGE-LINE
       END-IF
    END-PERFORM
    IF WS-RECORD-FIELD-CHANGES > 0
       MOVE 'C' TO WS-CUR-STATE(WS-CUR-IDX)
       ADD 1 TO WS-CHANGED-COUNT
    ELSE
       MOVE 'S' TO WS-CUR-STATE(WS-CUR-IDX)
    END-IF.

WRITE-FIELD-CHANGE-LINE.
    ADD 1 TO WS-RECORD-FIELD-CHANGES
    ADD 1 TO WS-FIELD-CHANGE-COUNT
    MOVE WS-FLD-TYPE(WS-FLD-IDX) TO WS-SHOW-TYPE
    MOVE SPACES TO WS-SHOW-RAW
    MOVE WS-BASE-IMAGE(WS-BASE-MATCH-IDX)(WS-FLD-POS(WS-FLD-IDX):
                                          WS-FLD-LEN(WS-FLD-IDX))
         TO WS-SHOW-RAW
    PERFORM FORMAT-SHOW-VALUE
    MOVE WS-SHOW-VALUE TO WS-BEFORE-VALUE
    MOVE SPACES TO WS-SHOW-RAW
    MOVE WS-CUR-IMAGE(WS-CUR-IDX)(WS-FLD-POS(WS-FLD-IDX):
                                  WS-FLD-LEN(WS-FLD-IDX))
         TO WS-SHOW-RAW
    PERFORM FORMAT-SHOW-VALUE
    MOVE WS-SHOW-VALUE TO WS-AFTER-VALUE
    MOVE "CHANGED" TO WS-OUT-LINE
    PERFORM APPEND-KEY-TO-LINE
    STRING FUNCTION TRIM(WS-OUT-LINE) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(WS-FLD-NAME(WS-FLD-IDX)) DELIMITED BY SIZE
           "  BEFORE='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-BEFORE-VALUE) DELIMITED BY SIZE
           "'  AFTER='" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AFTER-VALUE) DELIMITED BY SIZE
           "'" DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE
    MOVE SPACES TO WS-REPORT-LINE-WORK
    PERFORM WRITE-REPORT-LINE.

      *> An overpunch amount reads as its signed value when it is
      *> one; blanks (an item slot the record no longer fills) and
      *> garbage show as the bytes themselves.
FORMAT-SHOW-VALUE.
    MOVE WS-SHOW-RAW TO WS-SHOW-VALUE
    IF WS-SHOW-TYPE = 'S'
       AND WS-SHOW-RAW(1:8) IS NUMERIC
       MOVE WS-SHOW-RAW(9:1) TO WS-OP-BYTE
       PERFORM DECODE-OVERPUNCH-BYTE
       IF WS-OP-VALID = 'Y'
          MOVE WS-SHOW-RAW(1:8) TO WS-AMT-DIGITS(1:8)
          MOVE WS-OP-DIGIT TO WS-AMT-DIGITS(9:1)
          MOVE SPACES TO WS-AMT-TEXT
          STRING WS-AMT-DIGITS(1:7) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 WS-AMT-DIGITS(8:2) DELIMITED BY SIZE
                 INTO WS-AMT-TEXT
          END-STRING
          COMPUTE WS-AMT-VALUE = FUNCTION NUMVAL(WS-AMT-TEXT)
          IF WS-OP-SIGN = '-'
             COMPUTE WS-AMT-VALUE = 0 - WS-AMT-VALUE
          END-IF
          MOVE WS-AMT-VALUE TO WS-AMT-EDIT
          MOVE SPACES TO WS-SHOW-VALUE
          MOVE FUNCTION TRIM(WS-AMT-EDIT) TO WS-SHOW-VALUE
       END-IF
    END-IF.

      *> Standard zoned-decimal overpunch, as INVCLOAD decodes it:
      *> '{'/'A'-'I' carry a positive sign, '}'/'J'-'R' a negative
      *> one, a plain digit is positive; anything else is shown raw.
DECODE-OVERPUNCH-BYTE.
    MOVE 'Y' TO WS-OP-VALID
    EVALUATE WS-OP-BYTE
       WHEN '0' THRU '9'
          COMPUTE WS-OP-DIGIT =
                  FUNCTION ORD(WS-OP-BYTE) - FUNCTION ORD('0')
          MOVE '+' TO WS-OP-SIGN
       WHEN '{'
          MOVE 0 TO WS-OP-DIGIT
          MOVE '+' TO WS-OP-SIGN
       WHEN 'A' THRU 'I'
          COMPUTE WS-OP-DIGIT =
                  FUNCTION ORD(WS-OP-BYTE) - FUNCTION ORD('A') + 1
          MOVE '+' TO WS-OP-SIGN
       WHEN '}'
          MOVE 0 TO WS-OP-DIGIT
          MOVE '-' TO WS-OP-SIGN
       WHEN 'J' THRU 'R'
          COMPUTE WS-OP-DIGIT =
                  FUNCTION ORD(WS-OP-BYTE) - FUNCTION ORD('J') + 1
          MOVE '-' TO WS-OP-SIGN
       WHEN OTHER
          MOVE 'N' TO WS-OP-VALID
    END-EVALUATE.

      *> The action word (ADDED/CHANGED/REMOVED) is already in the
      *> line; the key lands in a fixed column after it.
APPEND-KEY-TO-LINE.
    STRING WS-OUT-LINE(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-KEY-LABEL) DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FIND-KEY) DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE
    MOVE SPACES TO WS-REPORT-LINE-WORK.

      *> Last night's records no record of tonight's matched. A key
      *> that was itself a repeat last night was reported then.
REPORT-REMOVED-RECORDS.
    PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
            UNTIL WS-BASE-IDX > WS-BASE-COUNT
       IF WS-BASE-USED(WS-BASE-IDX) = 'N'
          MOVE 'N' TO WS-BASE-FOUND
          PERFORM VARYING WS-BASE-SCAN FROM 1 BY 1
                  UNTIL WS-BASE-SCAN >= WS-BASE-IDX
                     OR WS-BASE-FOUND = 'Y'
             IF WS-BASE-KEY(WS-BASE-SCAN) = WS-BASE-KEY(WS-BASE-IDX)
                MOVE 'Y' TO WS-BASE-FOUND
             END-IF
          END-PERFORM
          IF WS-BASE-FOUND = 'N'
             ADD 1 TO WS-REMOVED-COUNT
             MOVE WS-BASE-KEY(WS-BASE-IDX) TO WS-FIND-KEY
             MOVE "REMOVED" TO WS-OUT-LINE
             PERFORM APPEND-KEY-TO-LINE
             PERFORM WRITE-REPORT-LINE
          END-IF
       END-IF
    END-PERFORM.

      *> Resumes where the last match was found, then wraps round to
      *> the top - extracts arrive in near-identical order, so the
      *> match is usually the very next entry.
FIND-BASE-ENTRY.
    MOVE 'N' TO WS-BASE-FOUND
    MOVE 0 TO WS-BASE-MATCH-IDX
    PERFORM VARYING WS-BASE-SCAN FROM WS-BASE-HINT BY 1
            UNTIL WS-BASE-SCAN > WS-BASE-COUNT
               OR WS-BASE-FOUND = 'Y'
       IF WS-BASE-KEY(WS-BASE-SCAN) = WS-FIND-KEY
          MOVE 'Y' TO WS-BASE-FOUND
          MOVE WS-BASE-SCAN TO WS-BASE-MATCH-IDX
       END-IF
    END-PERFORM
    PERFORM VARYING WS-BASE-SCAN FROM 1 BY 1
            UNTIL WS-BASE-SCAN >= WS-BASE-HINT
               OR WS-BASE-FOUND = 'Y'
       IF WS-BASE-KEY(WS-BASE-SCAN) = WS-FIND-KEY
          MOVE 'Y' TO WS-BASE-FOUND
          MOVE WS-BASE-SCAN TO WS-BASE-MATCH-IDX
       END-IF
    END-PERFORM
    IF WS-BASE-FOUND = 'Y'
       COMPUTE WS-BASE-HINT = WS-BASE-MATCH-IDX + 1
       IF WS-BASE-HINT > WS-BASE-COUNT
          MOVE 1 TO WS-BASE-HINT
       END-IF
    END-IF.

      *> Only asked of a key last night did not have, so the scan is
      *> paid for the handful of added records, not the whole file.
CHECK-EARLIER-TONIGHT.
    MOVE 'N' TO WS-CUR-FOUND
    PERFORM VARYING WS-CUR-SCAN FROM 1 BY 1
            UNTIL WS-CUR-SCAN >= WS-CUR-IDX
               OR WS-CUR-FOUND = 'Y'
       IF WS-CUR-KEY(WS-CUR-SCAN) = WS-FIND-KEY
          MOVE 'Y' TO WS-CUR-FOUND
       END-IF
    END-PERFORM.

      *> The machine-readable closing line MORNRPT reads.
WRITE-REPORT-SUMMARY.
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE-WORK
    STRING "SUMMARY FEED=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-FEED-NAME) DELIMITED BY SIZE
           " BASE=" DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    EVALUATE WS-BASE-STATE
       WHEN 'Y'
          MOVE WS-BASE-DATE TO WS-SHOW-VALUE
       WHEN 'U'
          MOVE "UNREADABLE" TO WS-SHOW-VALUE
       WHEN OTHER
          MOVE "NONE" TO WS-SHOW-VALUE
    END-EVALUATE
    STRING FUNCTION TRIM(WS-REPORT-LINE-WORK) DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    MOVE WS-CUR-COUNT TO WS-COUNT-EDIT
    MOVE "CURRENT" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-BASE-COUNT TO WS-COUNT-EDIT
    MOVE "PRIOR" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-ADDED-COUNT TO WS-COUNT-EDIT
    MOVE "ADDED" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-REMOVED-COUNT TO WS-COUNT-EDIT
    MOVE "REMOVED" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT
    MOVE "CHANGED" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-FIELD-CHANGE-COUNT TO WS-COUNT-EDIT
    MOVE "FIELDS" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    MOVE WS-REPEATED-COUNT TO WS-COUNT-EDIT
    MOVE "REPEATED" TO WS-SHOW-VALUE
    PERFORM APPEND-SUMMARY-COUNT
    PERFORM WRITE-REPORT-LINE.

APPEND-SUMMARY-COUNT.
    MOVE SPACES TO WS-REPORT-LINE-WORK
    STRING FUNCTION TRIM(WS-OUT-LINE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED BY SIZE
           "=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
           INTO WS-REPORT-LINE-WORK
    END-STRING
    MOVE WS-REPORT-LINE-WORK TO WS-OUT-LINE
    MOVE SPACES TO WS-REPORT-LINE-WORK.

      *> Tonight's image, for HOUSEKEEP to archive and tomorrow night
      *> to compare against.
WRITE-NIGHT-IMAGE.
    OPEN OUTPUT IMAGE-FILE
    IF WS-IMAGE-FILE-STATUS NOT = '00'
       DISPLAY "FEEDDIFF: WARNING - cannot write "
               FUNCTION TRIM(WS-IMAGE-FILE-NAME)
               " (STATUS=" WS-IMAGE-FILE-STATUS
               ") - tomorrow has no base to compare against."
       MOVE 4 TO RETURN-CODE
    ELSE
       PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
          MOVE WS-CUR-IMAGE(WS-CUR-IDX) TO IMAGE-REC
          WRITE IMAGE-REC
       END-PERFORM
       CLOSE IMAGE-FILE
    END-IF.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "RDWLIB.cpy".
