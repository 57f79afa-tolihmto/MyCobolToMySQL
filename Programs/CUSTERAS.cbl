      *> CUSTERAS - customer erasure (right-to-be-forgotten) request
      *> processing. MASK=Y covers test environments; this is for the
      *> customer who has asked to be erased. One run is one erasure
      *> request - a request reference and the CUST-IDs it names - and
      *> it removes those customers from everything this side of the
      *> conversion holds:
      *>   - MySQL: Output/CUSTOMER_ERASURE.sql, appended one
      *>     transaction block per request for the DBA to apply.
      *>     ACTION=PURGE (the default) deletes the CUSTOMER row, its
      *>     CUSTOMER_HISTORY rows, its orders in ORDERS and in the
      *>     ORDERS_QUARANTINE / ORDERS_CREDIT_HOLD side tables, the
      *>     INVOICE_XREF links to those orders, and its
      *>     POLICY_CUSTOMER_LINK rows. ACTION=ANONYMIZE keeps the
      *>     rows for the ledger but blanks the personal data - the
      *>     CUSTOMER row's name, birth date and contact fields, the
      *>     history rows' contact columns - and still drops the
      *>     policy links (a link back to a named policy holder would
      *>     re-identify the row). Orders carry nothing personal but
      *>     the CUST_ID, so an anonymized customer keeps them.
      *>   - the keyed customer master Output/CUSTOMER_MASTER.IDX and
      *>     the delta snapshot Output/CUSTOMER_SNAPSHOT.IDX: the
      *>     customer's record is deleted (PURGE) or rewritten with
      *>     the personal fields blanked (ANONYMIZE - the record has
      *>     to stay, or the next DELTA=Y run would re-INSERT a row
      *>     that still exists).
      *>   - the history journal Output/CUSTOMER_HISTORY_JOURNAL.txt:
      *>     the customer's lines are dropped (PURGE) or have their
      *>     contact columns blanked (ANONYMIZE), through a work copy
      *>     written back over the original.
      *>   - REPAIR's maker-checker files: the customer's lines leave
      *>     Output/CUSTOMER_REPAIRS_PENDING.txt whatever the action
      *>     (a pending correction would replay the customer's
      *>     extract record as a fresh INSERT), and in the audit trail
      *>     Output/CUSTOMER_REPAIR_AUDIT.txt they are dropped (PURGE)
      *>     or keep the event with the original and corrected values
      *>     blanked (ANONYMIZE). The trail is otherwise never pruned;
      *>     an erasure is the one thing that overrides that. The
      *>     files are rewritten under REPAIR's own lock - while a
      *>     REPAIR session holds it they are left alone and reported
      *>     outstanding, for the request to be re-run.
      *> What this job may not touch it reports instead: every dated
      *> archive under Output/Archive (per HOUSEKEEP's
      *> Output/ARCHIVE_INDEX.txt) that still contains the customer,
      *> and whether tonight's source extract Data/CUSTOMER.DAT still
      *> carries them - CUSTIDX rebuilds the master from that extract
      *> every night, so the mainframe side has to erase at source
      *> too or the customer comes straight back.
      *>
      *> Output/ERASURE_CERT_<request>.txt is the erasure certificate
      *> for the request: who ran it, when, the action, the response
      *> due date when RECEIVED= is given (30 days on), and per
      *> customer what was done to each store and what is still
      *> outstanding. The certificate is rewritten if the same request
      *> is re-run, so the file always states the latest position.
      *>
      *> The job takes CUSTLOAD's run lock - it rewrites the snapshot
      *> and journal CUSTLOAD maintains. OPERATOR= is required: the
      *> certificate must say who erased.
      *>
      *> Exits 4 when anything is left outstanding (an archive or the
      *> source extract still holds a customer, a keyed file could
      *> not be opened, or a REPAIR session held the repair files),
      *> 8 on a parameter or file error.
      *>
      *> Command line: REQUEST=xxx CUST=nnnnnnnnn [CUST=nnnnnnnnn ...]
      *>               OPERATOR=xxx [ACTION=PURGE|ANONYMIZE]
      *>               [RECEIVED=YYYYMMDD] [CONTACT=Y] [BUSDATE=YYYYMMDD]
      *>
      *> GnuCOBOL builds without indexed-file support report the
      *> master's and snapshot's FDs as unsupported at compile time;
      *> the program runs where the runtime includes it - the same
      *> situation CUSTLOAD and CUSTIDX have always had.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTERAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT CUSTOMER-MASTER-FILE
        ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SN-CUST-ID
        FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT JOURNAL-WORK-FILE ASSIGN TO DYNAMIC WS-JOURNAL-WORK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-WORK-STATUS.
    SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-FILE-STATUS.
    SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT REPAIR-WORK-FILE ASSIGN TO DYNAMIC WS-REPAIR-WORK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPAIR-WORK-STATUS.
    SELECT REPAIR-LOCK-FILE ASSIGN TO DYNAMIC WS-REPAIR-LOCK-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPAIR-LOCK-STATUS.
    SELECT INDEX-FILE ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INDEX-FILE-STATUS.
    SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCH-FILE-STATUS.
    SELECT INSERT-FILE ASSIGN TO DYNAMIC WS-INSERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INSERT-FILE-STATUS.
    SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-FILE-STATUS.
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
FD  CUSTOMER-FILE.
    COPY "sample.cpy".

      *> The 111 bytes CUSTIDX writes: CUSTOMER-RECORD's 80 with the
      *> key broken out, then the extract record number and
      *> fingerprint. Within CM-REST: CUST-NAME 1-20,
      *> BIRTH-YYYYMMDD 21-28, PHONE-NUMBER 29-40, EMAIL 41-65,
      *> BALANCE 66-71.
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

FD  SNAPSHOT-FILE.
    COPY "SNAPREC.cpy".

FD  JOURNAL-FILE.
01  JOURNAL-REC                  PIC X(250).

FD  JOURNAL-WORK-FILE.
01  JOURNAL-WORK-REC             PIC X(250).

FD  PENDING-FILE.
01  PENDING-LINE                 PIC X(170).

FD  AUDIT-FILE.
01  AUDIT-LINE                   PIC X(200).

FD  REPAIR-WORK-FILE.
01  REPAIR-WORK-REC              PIC X(200).

FD  REPAIR-LOCK-FILE.
01  REPAIR-LOCK-REC              PIC X(80).

FD  INDEX-FILE.
01  INDEX-REC                    PIC X(120).

FD  ARCH-FILE.
01  ARCH-REC                     PIC X(2000).

FD  INSERT-FILE.
01  INSERT-LINE                  PIC X(400).

FD  CERT-FILE.
01  CERT-LINE                    PIC X(132).

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
COPY "LOCKWS.cpy".

01  WS-INPUT-FILE                PIC X(80)
                                  VALUE "Data/CUSTOMER.DAT".
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-MASTER-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_MASTER.IDX".
01  WS-MASTER-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-SNAPSHOT-FILE-NAME        PIC X(80)
                                  VALUE "Output/CUSTOMER_SNAPSHOT.IDX".
01  WS-SNAPSHOT-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-JOURNAL-FILE-NAME         PIC X(80)
                                  VALUE "Output/CUSTOMER_HISTORY_JOURNAL.txt".
01  WS-JOURNAL-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-JOURNAL-WORK-NAME         PIC X(80)
                                  VALUE "Output/CUSTOMER_HISTORY_JOURNAL.wrk".
01  WS-JOURNAL-WORK-STATUS       PIC XX VALUE SPACES.
01  WS-PENDING-FILE-NAME         PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIRS_PENDING.txt".
01  WS-PENDING-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-AUDIT-FILE-NAME           PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIR_AUDIT.txt".
01  WS-AUDIT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-REPAIR-WORK-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIR_ERASE.wrk".
01  WS-REPAIR-WORK-STATUS        PIC XX VALUE SPACES.
01  WS-REPAIR-LOCK-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_REPAIR_LOCK.dat".
01  WS-REPAIR-LOCK-STATUS        PIC XX VALUE SPACES.
01  WS-INDEX-FILE-NAME           PIC X(80)
                                  VALUE "Output/ARCHIVE_INDEX.txt".
01  WS-INDEX-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-ARCH-FILE-NAME            PIC X(120).
01  WS-ARCH-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-INSERT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_ERASURE.sql".
01  WS-INSERT-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-CERT-FILE-NAME            PIC X(80).
01  WS-CERT-FILE-STATUS          PIC XX VALUE SPACES.

01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-OUT-LINE                  PIC X(400) VALUE SPACES.
01  WS-CUST-ARG                  PIC X(12).
01  WS-RUN-TS                    PIC X(14).
01  WS-ERASE-DATE                PIC 9(8) VALUE 0.

      *> Request header: the reference Legal gave the request (it
      *> names the certificate file, so only letters, digits, '-'
      *> and '_'), PURGE or ANONYMIZE, and the day it was received.
01  WS-REQUEST-ID                PIC X(20) VALUE SPACES.
01  WS-REQUEST-LEN               PIC 9(2).
01  WS-REQUEST-CHAR-IDX          PIC 9(2).
01  WS-REQUEST-CHAR              PIC X(1).
01  WS-ACTION                    PIC X(9) VALUE "PURGE".
01  WS-RECEIVED-DATE             PIC 9(8) VALUE 0.
01  WS-DUE-DATE                  PIC 9(8) VALUE 0.
01  WS-DAYS-LEFT                 PIC S9(5) VALUE 0.
01  WS-DAYS-LEFT-EDIT            PIC -(4)9.

      *> The CUST-IDs named by the request, and what became of each
      *> store that held them.
01  WS-REQ-COUNT                 PIC 9(2) VALUE 0.
01  WS-REQ-TABLE.
    05  WS-REQ-ENTRY OCCURS 20 TIMES.
        10  WS-REQ-CUST-ID       PIC 9(9).
        10  WS-REQ-CUST-TEXT     PIC X(9).
        10  WS-REQ-ORDER-KEY     PIC X(6).
        10  WS-REQ-MASTER-RESULT PIC X(40).
        10  WS-REQ-SNAP-RESULT   PIC X(40).
        10  WS-REQ-JOURNAL-LINES PIC 9(7).
        10  WS-REQ-PENDING-LINES PIC 9(7).
        10  WS-REQ-AUDIT-LINES   PIC 9(7).
        10  WS-REQ-IN-SOURCE     PIC X(1).
        10  WS-REQ-ARCH-HITS     PIC 9(4).
01  WS-REQ-IDX                   PIC 9(2).
01  WS-REQ-FOUND                 PIC X(1).
01  WS-OUTSTANDING-COUNT         PIC 9(5) VALUE 0.

      *> Journal lines are CUST_ID|EVENT|VALID_FROM|PRIOR_BAL|
      *> PRIOR_CONTACT|NEW_BAL|NEW_CONTACT|CHANGED_FIELDS (CUSTLOAD's
      *> WRITE-HISTORY-JOURNAL-LINE); anonymizing blanks the two
      *> contact columns and keeps the line's shape.
01  WS-JP-CUST-ID                PIC X(9).
01  WS-JP-EVENT                  PIC X(8).
01  WS-JP-VALID-FROM             PIC X(19).
01  WS-JP-PRIOR-BAL              PIC X(20).
01  WS-JP-PRIOR-CONTACT          PIC X(37).
01  WS-JP-NEW-BAL                PIC X(20).
01  WS-JP-NEW-CONTACT            PIC X(37).
01  WS-JP-CHANGED                PIC X(25).
01  WS-JOURNAL-LINE              PIC X(250).
01  WS-JOURNAL-READ-COUNT        PIC 9(9) VALUE 0.
01  WS-JOURNAL-CHANGED           PIC 9(9) VALUE 0.

      *> Repair files. A line belongs to the customer when its
      *> CUST-ID column holds them, or when it is a correction of
      *> the CUST-ID field itself whose corrected value does.
COPY "REPAIRREC.cpy".
01  WS-REPAIR-BUSY               PIC X(1) VALUE 'N'.
01  WS-REPAIR-CHANGED            PIC 9(9) VALUE 0.

      *> Archive scan. Archived files are HOUSEKEEP's line copies of
      *> the night's text outputs; a customer is "in" a file when its
      *> nine-digit CUST-ID appears with no digit either side - and,
      *> in the ORDER files, where CUST-ID is only six digits wide,
      *> when that six-digit form does.
01  WS-IDX-EOF                   PIC X(1).
01  WS-ARCH-EOF                  PIC X(1).
01  WS-IDX-PARSE-DATE            PIC X(8).
01  WS-IDX-PARSE-PATH            PIC X(110).
01  WS-ARCH-BASE                 PIC X(60).
01  WS-ARCH-SLASH-POS            PIC 9(3).
01  WS-ARCH-POS                  PIC 9(4).
01  WS-ARCH-IS-ORDER             PIC X(1).
01  WS-ARCH-FILES-SCANNED        PIC 9(5) VALUE 0.
01  WS-ARCH-FILES-GONE           PIC 9(5) VALUE 0.
01  WS-ARCH-TALLY                PIC 9(4).
01  WS-ARCH-LINE-LEN             PIC 9(4).
01  WS-MATCH-KEY                 PIC X(9).
01  WS-MATCH-KEY-LEN             PIC 9(1).
01  WS-MATCH-FOUND               PIC X(1).
01  WS-MATCH-BEFORE              PIC X(1).
01  WS-MATCH-AFTER               PIC X(1).
01  WS-FILE-HIT-COUNT OCCURS 20 TIMES PIC 9(7).

01  WS-HIT-COUNT                 PIC 9(4) VALUE 0.
01  WS-HIT-OVERFLOW              PIC X(1) VALUE 'N'.
01  WS-HIT-TABLE.
    05  WS-HIT-ENTRY OCCURS 1000 TIMES.
        10  WS-HIT-REQ-IDX       PIC 9(2).
        10  WS-HIT-DATE          PIC X(8).
        10  WS-HIT-PATH          PIC X(110).
        10  WS-HIT-LINES         PIC 9(7).
01  WS-HIT-IDX                   PIC 9(4).
01  WS-HIT-DUP                   PIC X(1).

01  WS-SQL-KEY                   PIC X(9).
01  WS-SQL-ORDER-KEY             PIC X(6).
01  WS-ORDER-KEY-NUM             PIC 9(6).
01  WS-CERT-LINES-EDIT           PIC Z(6)9.

COPY "RUNLOGWS.cpy".
COPY "RUNLOG.cpy".
COPY "ESCWS.cpy".
COPY "DATEWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    MOVE "Output/CUSTOMER_LOCK.dat" TO WS-LOCK-FILE-NAME
    PERFORM ACQUIRE-RUN-LOCK
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-ERASE-DATE
    ELSE
       MOVE WS-RUN-TS(1:8) TO WS-ERASE-DATE
    END-IF

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "CUSTERAS" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-ERASURE" TO CRL-COPYBOOK-NAME
    MOVE WS-REQUEST-ID TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID

    PERFORM WRITE-ERASURE-SQL
    PERFORM ERASE-FROM-MASTER
    PERFORM ERASE-FROM-SNAPSHOT
    PERFORM ERASE-FROM-JOURNAL
    PERFORM ERASE-FROM-REPAIR-FILES
    PERFORM CHECK-SOURCE-EXTRACT
    PERFORM SCAN-ARCHIVES
    PERFORM WRITE-ERASURE-CERTIFICATE

    MOVE FUNCTION CURRENT-DATE TO CRL-END-TS
    MOVE WS-REQ-COUNT TO CRL-RECORDS-READ
    MOVE WS-REQ-COUNT TO CRL-RECORDS-LOADED
    MOVE 0 TO CRL-RECORDS-REJECTED
    IF WS-OUTSTANDING-COUNT > 0
       MOVE "WARNING" TO CRL-RUN-STATUS
    END-IF
    PERFORM WRITE-RUN-LOG
    PERFORM CLOSE-RUN-LOG

    DISPLAY "CUSTERAS: request " FUNCTION TRIM(WS-REQUEST-ID) " - "
            WS-REQ-COUNT " customer(s) "
            FUNCTION TRIM(WS-ACTION) ", " WS-OUTSTANDING-COUNT
            " outstanding item(s); certificate in "
            FUNCTION TRIM(WS-CERT-FILE-NAME) "."
    PERFORM RELEASE-RUN-LOCK
    IF WS-OUTSTANDING-COUNT > 0
       MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> REQUEST=, CUST=, ACTION= and RECEIVED= are this job's own
      *> keys (CUST= may repeat); everything else goes through the
      *> shared parameter parser.
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
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:5)) = 'CUST='
                PERFORM ADD-REQUESTED-CUSTOMER
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:8)) = 'REQUEST='
                MOVE FUNCTION UPPER-CASE(WS-PRM-TOKEN(9:20))
                     TO WS-REQUEST-ID
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:7)) = 'ACTION='
                EVALUATE FUNCTION UPPER-CASE(WS-PRM-TOKEN(8:1))
                   WHEN 'P'
                      MOVE "PURGE" TO WS-ACTION
                   WHEN 'A'
                      MOVE "ANONYMIZE" TO WS-ACTION
                   WHEN OTHER
                      DISPLAY "CUSTERAS: ACTION= must be PURGE or "
                              "ANONYMIZE."
                      MOVE 8 TO RETURN-CODE
                      STOP RUN
                END-EVALUATE
             WHEN FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:9)) = 'RECEIVED='
                PERFORM SET-RECEIVED-DATE
             WHEN OTHER
                PERFORM APPLY-PARM-TOKEN
          END-EVALUATE
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS
    PERFORM VALIDATE-REQUEST-ID
    IF WS-REQ-COUNT = 0
       DISPLAY "CUSTERAS: usage: custeras REQUEST=xxx "
               "CUST=nnnnnnnnn [CUST=nnnnnnnnn ...] OPERATOR=xxx "
               "[ACTION=PURGE|ANONYMIZE] [RECEIVED=YYYYMMDD]"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF RP-OPERATOR-ID = SPACES
       DISPLAY "CUSTERAS: OPERATOR= is required - the erasure "
               "certificate must record who carried it out."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE SPACES TO WS-CERT-FILE-NAME
    STRING "Output/ERASURE_CERT_" DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQUEST-ID) DELIMITED BY SIZE
           ".txt" DELIMITED BY SIZE
           INTO WS-CERT-FILE-NAME
    END-STRING.

VALIDATE-REQUEST-ID.
    IF WS-REQUEST-ID = SPACES
       DISPLAY "CUSTERAS: REQUEST= is required - the request "
               "reference names the erasure certificate."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    COMPUTE WS-REQUEST-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-REQUEST-ID))
    PERFORM VARYING WS-REQUEST-CHAR-IDX FROM 1 BY 1
            UNTIL WS-REQUEST-CHAR-IDX > WS-REQUEST-LEN
       MOVE WS-REQUEST-ID(WS-REQUEST-CHAR-IDX:1) TO WS-REQUEST-CHAR
       IF WS-REQUEST-CHAR IS NOT ALPHABETIC-UPPER
          AND WS-REQUEST-CHAR IS NOT NUMERIC
          AND WS-REQUEST-CHAR NOT = '-'
          AND WS-REQUEST-CHAR NOT = '_'
          OR WS-REQUEST-CHAR = SPACE
          DISPLAY "CUSTERAS: REQUEST=" FUNCTION TRIM(WS-REQUEST-ID)
                  " - only letters, digits, '-' and '_' are allowed."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
    END-PERFORM.

SET-RECEIVED-DATE.
    MOVE WS-PRM-TOKEN(10:8) TO WS-DATE-IN
    PERFORM VALIDATE-YYYYMMDD
    IF WS-DATE-VALID NOT = 'Y'
       DISPLAY "CUSTERAS: RECEIVED=" FUNCTION TRIM(WS-PRM-TOKEN(10:12))
               " is not a valid YYYYMMDD date."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE WS-PRM-TOKEN(10:8) TO WS-RECEIVED-DATE.

ADD-REQUESTED-CUSTOMER.
    MOVE FUNCTION TRIM(WS-PRM-TOKEN(6:12)) TO WS-CUST-ARG
    IF FUNCTION TRIM(WS-CUST-ARG) = SPACES
       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-CUST-ARG)) NOT = 0
       OR FUNCTION NUMVAL(WS-CUST-ARG) > 999999999
       OR FUNCTION NUMVAL(WS-CUST-ARG) < 1
       DISPLAY "CUSTERAS: CUST=" FUNCTION TRIM(WS-CUST-ARG)
               " is not a 9-digit CUST-ID."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE 'N' TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       IF WS-REQ-CUST-ID(WS-REQ-IDX) = FUNCTION NUMVAL(WS-CUST-ARG)
          MOVE 'Y' TO WS-REQ-FOUND
       END-IF
    END-PERFORM
    IF WS-REQ-FOUND = 'N'
       IF WS-REQ-COUNT >= 20
          DISPLAY "CUSTERAS: more than 20 CUST= values - split the "
                  "request."
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
       ADD 1 TO WS-REQ-COUNT
       COMPUTE WS-REQ-CUST-ID(WS-REQ-COUNT) =
               FUNCTION NUMVAL(WS-CUST-ARG)
       MOVE WS-REQ-CUST-ID(WS-REQ-COUNT) TO WS-REQ-CUST-TEXT(WS-REQ-COUNT)
       *> ORDER-RECORD's CUST-ID is six digits wide; a customer
       *> beyond that range cannot own an order.
       IF WS-REQ-CUST-ID(WS-REQ-COUNT) <= 999999
          MOVE WS-REQ-CUST-ID(WS-REQ-COUNT) TO WS-ORDER-KEY-NUM
          MOVE WS-ORDER-KEY-NUM TO WS-REQ-ORDER-KEY(WS-REQ-COUNT)
       ELSE
          MOVE SPACES TO WS-REQ-ORDER-KEY(WS-REQ-COUNT)
       END-IF
       MOVE SPACES TO WS-REQ-MASTER-RESULT(WS-REQ-COUNT)
                      WS-REQ-SNAP-RESULT(WS-REQ-COUNT)
       MOVE 0 TO WS-REQ-JOURNAL-LINES(WS-REQ-COUNT)
                 WS-REQ-PENDING-LINES(WS-REQ-COUNT)
                 WS-REQ-AUDIT-LINES(WS-REQ-COUNT)
                 WS-REQ-ARCH-HITS(WS-REQ-COUNT)
       MOVE 'N' TO WS-REQ-IN-SOURCE(WS-REQ-COUNT)
    END-IF.

COPY "TOKENIZE.cpy".

      *> One transaction block per request, the CREDREL shape: a
      *> comment naming request and operator, then per customer the
      *> dependants first so no statement trips a foreign key.
WRITE-ERASURE-SQL.
    OPEN EXTEND INSERT-FILE
    IF WS-INSERT-FILE-STATUS NOT = '00'
       OPEN OUTPUT INSERT-FILE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "-- ERASURE REQUEST " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQUEST-ID) DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
           ") BY " DELIMITED BY SIZE
           FUNCTION TRIM(RP-OPERATOR-ID) DELIMITED BY SIZE
           " ON " DELIMITED BY SIZE
           WS-ERASE-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-SQL-LINE
    MOVE "START TRANSACTION;" TO WS-OUT-LINE
    PERFORM WRITE-SQL-LINE
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       MOVE WS-REQ-CUST-TEXT(WS-REQ-IDX) TO WS-SQL-KEY
       IF WS-ACTION = "PURGE"
          PERFORM WRITE-PURGE-SQL
       ELSE
          PERFORM WRITE-ANONYMIZE-SQL
       END-IF
    END-PERFORM
    MOVE "COMMIT;" TO WS-OUT-LINE
    PERFORM WRITE-SQL-LINE
    CLOSE INSERT-FILE.

WRITE-PURGE-SQL.
    IF WS-REQ-ORDER-KEY(WS-REQ-IDX) NOT = SPACES
       MOVE WS-REQ-ORDER-KEY(WS-REQ-IDX) TO WS-SQL-ORDER-KEY
       MOVE SPACES TO WS-OUT-LINE
       STRING "DELETE FROM INVOICE_XREF WHERE ORDER_ID IN "
              "(SELECT ORDER_ID FROM ORDERS WHERE CUST_ID = "
              DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              " UNION SELECT ORDER_ID FROM ORDERS_QUARANTINE "
              "WHERE CUST_ID = " DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              " UNION SELECT ORDER_ID FROM ORDERS_CREDIT_HOLD "
              "WHERE CUST_ID = " DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              ");" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-SQL-LINE
       MOVE SPACES TO WS-OUT-LINE
       STRING "DELETE FROM ORDERS WHERE CUST_ID = " DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-SQL-LINE
       MOVE SPACES TO WS-OUT-LINE
       STRING "DELETE FROM ORDERS_QUARANTINE WHERE CUST_ID = "
              DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-SQL-LINE
       MOVE SPACES TO WS-OUT-LINE
       STRING "DELETE FROM ORDERS_CREDIT_HOLD WHERE CUST_ID = "
              DELIMITED BY SIZE
              WS-SQL-ORDER-KEY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-SQL-LINE
    END-IF
    PERFORM WRITE-POLICY-LINK-SQL
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM CUSTOMER_HISTORY WHERE CUST_ID = "
           DELIMITED BY SIZE
           WS-SQL-KEY DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-SQL-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM CUSTOMER WHERE CUST_ID = " DELIMITED BY SIZE
           WS-SQL-KEY DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-SQL-LINE.

      *> The placeholder birth date is a real calendar date so the
      *> anonymized row still passes every check the loaders apply.
      *> CONTACT_INFO only exists where CUSTLOAD ran CONTACT=Y. The
      *> normalized contact columns go blank and UNUSABLE, the grade
      *> CUSTLOAD gives a missing contact.
WRITE-ANONYMIZE-SQL.
    PERFORM WRITE-POLICY-LINK-SQL
    MOVE SPACES TO WS-OUT-LINE
    STRING "UPDATE CUSTOMER_HISTORY SET PRIOR_CONTACT_INFO = '', "
           "NEW_CONTACT_INFO = '' WHERE CUST_ID = " DELIMITED BY SIZE
           WS-SQL-KEY DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-SQL-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF RP-CONTACT-COMPOSITE = 'Y'
       STRING "UPDATE CUSTOMER SET CUST_NAME = 'ERASED', "
              "BIRTH_DATE = '1900-01-01', PHONE_NUMBER = '', "
              "EMAIL = '', PHONE_NUMBER_STD = '', "
              "PHONE_QUALITY = 'UNUSABLE', EMAIL_STD = '', "
              "EMAIL_QUALITY = 'UNUSABLE', CONTACT_INFO = '' "
              "WHERE CUST_ID = " DELIMITED BY SIZE
              WS-SQL-KEY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       STRING "UPDATE CUSTOMER SET CUST_NAME = 'ERASED', "
              "BIRTH_DATE = '1900-01-01', PHONE_NUMBER = '', "
              "EMAIL = '', PHONE_NUMBER_STD = '', "
              "PHONE_QUALITY = 'UNUSABLE', EMAIL_STD = '', "
              "EMAIL_QUALITY = 'UNUSABLE' WHERE CUST_ID = "
              DELIMITED BY SIZE
              WS-SQL-KEY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-SQL-LINE.

WRITE-POLICY-LINK-SQL.
    MOVE SPACES TO WS-OUT-LINE
    STRING "DELETE FROM POLICY_CUSTOMER_LINK WHERE CUST_ID = "
           DELIMITED BY SIZE
           WS-SQL-KEY DELIMITED BY SIZE
           ";" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-SQL-LINE.

WRITE-SQL-LINE.
    MOVE WS-OUT-LINE TO INSERT-LINE
    WRITE INSERT-LINE.

      *> Keyed master: delete, or blank the personal bytes in place.
ERASE-FROM-MASTER.
    OPEN I-O CUSTOMER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = '00'
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          MOVE SPACES TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
          STRING "NOT AVAILABLE, FILE STATUS " DELIMITED BY SIZE
                 WS-MASTER-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
          END-STRING
          ADD 1 TO WS-OUTSTANDING-COUNT
       END-PERFORM
    ELSE
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          PERFORM ERASE-ONE-MASTER-RECORD
       END-PERFORM
       CLOSE CUSTOMER-MASTER-FILE
    END-IF.

ERASE-ONE-MASTER-RECORD.
    MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO CM-CUST-ID
    READ CUSTOMER-MASTER-FILE
       INVALID KEY
          MOVE "NOT HELD" TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
       NOT INVALID KEY
          IF WS-ACTION = "PURGE"
             DELETE CUSTOMER-MASTER-FILE RECORD
                INVALID KEY
                   MOVE "DELETE FAILED" TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
                NOT INVALID KEY
                   MOVE "RECORD DELETED" TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
             END-DELETE
          ELSE
             MOVE "ERASED" TO CM-REST(1:20)
             MOVE "19000101" TO CM-REST(21:8)
             MOVE SPACES TO CM-REST(29:37)
             REWRITE CUSTOMER-MASTER-REC
                INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
                NOT INVALID KEY
                   MOVE "PERSONAL FIELDS BLANKED"
                        TO WS-REQ-MASTER-RESULT(WS-REQ-IDX)
             END-REWRITE
          END-IF
    END-READ
    IF WS-REQ-MASTER-RESULT(WS-REQ-IDX)(1:6) = "DELETE"
       OR WS-REQ-MASTER-RESULT(WS-REQ-IDX)(1:7) = "REWRITE"
       ADD 1 TO WS-OUTSTANDING-COUNT
    END-IF.

      *> Delta snapshot: delete, or blank CONTACT-INFO and keep the
      *> record so the row is still known to exist.
ERASE-FROM-SNAPSHOT.
    OPEN I-O SNAPSHOT-FILE
    IF WS-SNAPSHOT-FILE-STATUS NOT = '00'
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          MOVE SPACES TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
          STRING "NOT AVAILABLE, FILE STATUS " DELIMITED BY SIZE
                 WS-SNAPSHOT-FILE-STATUS DELIMITED BY SIZE
                 INTO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
          END-STRING
          ADD 1 TO WS-OUTSTANDING-COUNT
       END-PERFORM
    ELSE
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          PERFORM ERASE-ONE-SNAPSHOT-RECORD
       END-PERFORM
       CLOSE SNAPSHOT-FILE
    END-IF.

ERASE-ONE-SNAPSHOT-RECORD.
    MOVE WS-REQ-CUST-ID(WS-REQ-IDX) TO SN-CUST-ID
    READ SNAPSHOT-FILE
       INVALID KEY
          MOVE "NOT HELD" TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
       NOT INVALID KEY
          IF WS-ACTION = "PURGE"
             DELETE SNAPSHOT-FILE RECORD
                INVALID KEY
                   MOVE "DELETE FAILED" TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
                NOT INVALID KEY
                   MOVE "RECORD DELETED" TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
             END-DELETE
          ELSE
             MOVE SPACES TO SN-CONTACT-INFO
             REWRITE CUSTOMER-SNAPSHOT-REC
                INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
                NOT INVALID KEY
                   MOVE "CONTACT-INFO BLANKED"
                        TO WS-REQ-SNAP-RESULT(WS-REQ-IDX)
             END-REWRITE
          END-IF
    END-READ
    IF WS-REQ-SNAP-RESULT(WS-REQ-IDX)(1:6) = "DELETE"
       OR WS-REQ-SNAP-RESULT(WS-REQ-IDX)(1:7) = "REWRITE"
       ADD 1 TO WS-OUTSTANDING-COUNT
    END-IF.

      *> The journal is rewritten through a work copy: pass 1 filters
      *> or blanks into the work file, pass 2 copies the work file
      *> back over the journal. Nothing is written back when no line
      *> matched, so an untouched journal is never rewritten.
ERASE-FROM-JOURNAL.
    OPEN INPUT JOURNAL-FILE
    IF WS-JOURNAL-FILE-STATUS = '00'
       OPEN OUTPUT JOURNAL-WORK-FILE
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ JOURNAL-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                ADD 1 TO WS-JOURNAL-READ-COUNT
                PERFORM FILTER-ONE-JOURNAL-LINE
          END-READ
       END-PERFORM
       CLOSE JOURNAL-FILE
       CLOSE JOURNAL-WORK-FILE
       IF WS-JOURNAL-CHANGED > 0
          PERFORM COPY-JOURNAL-BACK
       END-IF
       DELETE FILE JOURNAL-WORK-FILE
    END-IF.

FILTER-ONE-JOURNAL-LINE.
    MOVE 'N' TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-REQ-FOUND = 'Y'
       IF JOURNAL-REC(1:9) = WS-REQ-CUST-TEXT(WS-REQ-IDX)
          AND JOURNAL-REC(10:1) = '|'
          MOVE 'Y' TO WS-REQ-FOUND
          ADD 1 TO WS-REQ-JOURNAL-LINES(WS-REQ-IDX)
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WS-REQ-FOUND = 'N'
          MOVE JOURNAL-REC TO JOURNAL-WORK-REC
          WRITE JOURNAL-WORK-REC
       WHEN WS-ACTION = "PURGE"
          ADD 1 TO WS-JOURNAL-CHANGED
       WHEN OTHER
          ADD 1 TO WS-JOURNAL-CHANGED
          PERFORM BLANK-JOURNAL-CONTACTS
          MOVE WS-JOURNAL-LINE TO JOURNAL-WORK-REC
          WRITE JOURNAL-WORK-REC
    END-EVALUATE.

BLANK-JOURNAL-CONTACTS.
    MOVE SPACES TO WS-JP-CUST-ID WS-JP-EVENT WS-JP-VALID-FROM
                   WS-JP-PRIOR-BAL WS-JP-PRIOR-CONTACT
                   WS-JP-NEW-BAL WS-JP-NEW-CONTACT WS-JP-CHANGED
    UNSTRING JOURNAL-REC DELIMITED BY '|'
             INTO WS-JP-CUST-ID, WS-JP-EVENT, WS-JP-VALID-FROM,
                  WS-JP-PRIOR-BAL, WS-JP-PRIOR-CONTACT,
                  WS-JP-NEW-BAL, WS-JP-NEW-CONTACT, WS-JP-CHANGED
    END-UNSTRING
    MOVE SPACES TO WS-JP-PRIOR-CONTACT WS-JP-NEW-CONTACT
    MOVE SPACES TO WS-JOURNAL-LINE
    STRING WS-JP-CUST-ID DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JP-EVENT) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-JP-VALID-FROM DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JP-PRIOR-BAL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-JP-PRIOR-CONTACT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JP-NEW-BAL) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           WS-JP-NEW-CONTACT DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JP-CHANGED) DELIMITED BY SIZE
           INTO WS-JOURNAL-LINE
    END-STRING.

COPY-JOURNAL-BACK.
    OPEN INPUT JOURNAL-WORK-FILE
    OPEN OUTPUT JOURNAL-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ JOURNAL-WORK-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             MOVE JOURNAL-WORK-REC TO JOURNAL-REC
             WRITE JOURNAL-REC
       END-READ
    END-PERFORM
    CLOSE JOURNAL-WORK-FILE
    CLOSE JOURNAL-FILE.

      *> REPAIR's lock line is the one this run already wrote for
      *> CUSTLOAD's, so a REPAIR started meanwhile names this job
      *> and its operator when it refuses to run.
ERASE-FROM-REPAIR-FILES.
    OPEN INPUT REPAIR-LOCK-FILE
    IF WS-REPAIR-LOCK-STATUS = '00'
       CLOSE REPAIR-LOCK-FILE
       MOVE 'Y' TO WS-REPAIR-BUSY
       ADD 1 TO WS-OUTSTANDING-COUNT
       DISPLAY "CUSTERAS: " FUNCTION TRIM(WS-REPAIR-LOCK-NAME)
               " is held - the repair files were not scrubbed; "
               "re-run the request once REPAIR has finished."
    ELSE
       OPEN OUTPUT REPAIR-LOCK-FILE
       MOVE WS-LOCK-OUT-LINE TO REPAIR-LOCK-REC
       WRITE REPAIR-LOCK-REC
       CLOSE REPAIR-LOCK-FILE
       PERFORM ERASE-FROM-REPAIR-PENDING
       PERFORM ERASE-FROM-REPAIR-AUDIT
       DELETE FILE REPAIR-LOCK-FILE
    END-IF.

ERASE-FROM-REPAIR-PENDING.
    OPEN INPUT PENDING-FILE
    IF WS-PENDING-FILE-STATUS = '00'
       OPEN OUTPUT REPAIR-WORK-FILE
       MOVE 0 TO WS-REPAIR-CHANGED
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ PENDING-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM FILTER-ONE-PENDING-LINE
          END-READ
       END-PERFORM
       CLOSE PENDING-FILE
       CLOSE REPAIR-WORK-FILE
       IF WS-REPAIR-CHANGED > 0
          OPEN INPUT REPAIR-WORK-FILE
          OPEN OUTPUT PENDING-FILE
          MOVE 'N' TO WS-EOF
          PERFORM UNTIL WS-EOF = 'Y'
             READ REPAIR-WORK-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   MOVE REPAIR-WORK-REC TO PENDING-LINE
                   WRITE PENDING-LINE
             END-READ
          END-PERFORM
          CLOSE REPAIR-WORK-FILE
          CLOSE PENDING-FILE
       END-IF
       DELETE FILE REPAIR-WORK-FILE
    END-IF.

      *> Either action drops the line: what it holds is a correction
      *> waiting to put the customer's record back.
FILTER-ONE-PENDING-LINE.
    MOVE PENDING-LINE TO REPAIR-PENDING-REC
    MOVE 'N' TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-REQ-FOUND = 'Y'
       IF PR-CUST-ID = WS-REQ-CUST-TEXT(WS-REQ-IDX)
          OR (PR-FIELD-NAME = "CUST-ID"
              AND PR-CORRECTED-VALUE(1:9) = WS-REQ-CUST-TEXT(WS-REQ-IDX))
          MOVE 'Y' TO WS-REQ-FOUND
          ADD 1 TO WS-REQ-PENDING-LINES(WS-REQ-IDX)
       END-IF
    END-PERFORM
    IF WS-REQ-FOUND = 'N'
       MOVE PENDING-LINE TO REPAIR-WORK-REC
       WRITE REPAIR-WORK-REC
    ELSE
       ADD 1 TO WS-REPAIR-CHANGED
    END-IF.

ERASE-FROM-REPAIR-AUDIT.
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS = '00'
       OPEN OUTPUT REPAIR-WORK-FILE
       MOVE 0 TO WS-REPAIR-CHANGED
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ AUDIT-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM FILTER-ONE-AUDIT-LINE
          END-READ
       END-PERFORM
       CLOSE AUDIT-FILE
       CLOSE REPAIR-WORK-FILE
       IF WS-REPAIR-CHANGED > 0
          OPEN INPUT REPAIR-WORK-FILE
          OPEN OUTPUT AUDIT-FILE
          MOVE 'N' TO WS-EOF
          PERFORM UNTIL WS-EOF = 'Y'
             READ REPAIR-WORK-FILE
                AT END
                   MOVE 'Y' TO WS-EOF
                NOT AT END
                   MOVE REPAIR-WORK-REC TO AUDIT-LINE
                   WRITE AUDIT-LINE
             END-READ
          END-PERFORM
          CLOSE REPAIR-WORK-FILE
          CLOSE AUDIT-FILE
       END-IF
       DELETE FILE REPAIR-WORK-FILE
    END-IF.

FILTER-ONE-AUDIT-LINE.
    MOVE AUDIT-LINE TO REPAIR-AUDIT-REC
    MOVE 'N' TO WS-REQ-FOUND
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT OR WS-REQ-FOUND = 'Y'
       IF RA-CUST-ID = WS-REQ-CUST-TEXT(WS-REQ-IDX)
          OR (RA-FIELD-NAME = "CUST-ID"
              AND RA-CORRECTED-VALUE(1:9) = WS-REQ-CUST-TEXT(WS-REQ-IDX))
          MOVE 'Y' TO WS-REQ-FOUND
          ADD 1 TO WS-REQ-AUDIT-LINES(WS-REQ-IDX)
       END-IF
    END-PERFORM
    EVALUATE TRUE
       WHEN WS-REQ-FOUND = 'N'
          MOVE AUDIT-LINE TO REPAIR-WORK-REC
          WRITE REPAIR-WORK-REC
       WHEN WS-ACTION = "PURGE"
          ADD 1 TO WS-REPAIR-CHANGED
       WHEN OTHER
          ADD 1 TO WS-REPAIR-CHANGED
          MOVE SPACES TO RA-ORIGINAL-VALUE RA-CORRECTED-VALUE
          MOVE REPAIR-AUDIT-REC TO REPAIR-WORK-REC
          WRITE REPAIR-WORK-REC
    END-EVALUATE.

      *> Tonight's extract still naming the customer means the
      *> mainframe has not erased at source - the next CUSTIDX and
      *> CUSTLOAD would put everything back.
CHECK-SOURCE-EXTRACT.
    OPEN INPUT CUSTOMER-FILE
    IF WS-INPUT-FILE-STATUS = '00'
       MOVE 'N' TO WS-EOF
       PERFORM UNTIL WS-EOF = 'Y'
          READ CUSTOMER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                        UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF CUSTOMER-RECORD(1:9)
                      = WS-REQ-CUST-TEXT(WS-REQ-IDX)
                      MOVE 'Y' TO WS-REQ-IN-SOURCE(WS-REQ-IDX)
                   END-IF
                END-PERFORM
          END-READ
       END-PERFORM
       CLOSE CUSTOMER-FILE
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          IF WS-REQ-IN-SOURCE(WS-REQ-IDX) = 'Y'
             ADD 1 TO WS-OUTSTANDING-COUNT
          END-IF
       END-PERFORM
    ELSE
       PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
          MOVE '?' TO WS-REQ-IN-SOURCE(WS-REQ-IDX)
       END-PERFORM
    END-IF.

      *> Every file the archive index lists, still on disk, read line
      *> by line. A file HOUSEKEEP has since pruned opens with status
      *> 35 and is simply gone. Earlier erasure SQL, archived with the
      *> rest of the night's SQL, names the customer by design and is
      *> not a finding.
SCAN-ARCHIVES.
    OPEN INPUT INDEX-FILE
    IF WS-INDEX-FILE-STATUS = '00'
       MOVE 'N' TO WS-IDX-EOF
       PERFORM UNTIL WS-IDX-EOF = 'Y'
          READ INDEX-FILE
             AT END
                MOVE 'Y' TO WS-IDX-EOF
             NOT AT END
                MOVE SPACES TO WS-IDX-PARSE-DATE WS-IDX-PARSE-PATH
                UNSTRING INDEX-REC DELIMITED BY '|'
                         INTO WS-IDX-PARSE-DATE, WS-IDX-PARSE-PATH
                END-UNSTRING
                IF WS-IDX-PARSE-PATH NOT = SPACES
                   PERFORM SCAN-ONE-ARCHIVE
                END-IF
          END-READ
       END-PERFORM
       CLOSE INDEX-FILE
    END-IF.

SCAN-ONE-ARCHIVE.
    MOVE 0 TO WS-ARCH-SLASH-POS
    PERFORM VARYING WS-ARCH-POS FROM 1 BY 1 UNTIL WS-ARCH-POS > 110
       IF WS-IDX-PARSE-PATH(WS-ARCH-POS:1) = '/'
          MOVE WS-ARCH-POS TO WS-ARCH-SLASH-POS
       END-IF
    END-PERFORM
    MOVE SPACES TO WS-ARCH-BASE
    IF WS-ARCH-SLASH-POS < 110
       MOVE WS-IDX-PARSE-PATH(WS-ARCH-SLASH-POS + 1:) TO WS-ARCH-BASE
    END-IF
    MOVE 0 TO WS-ARCH-TALLY
    INSPECT WS-ARCH-BASE TALLYING WS-ARCH-TALLY FOR ALL "_ERASURE"
    IF WS-ARCH-TALLY = 0
       MOVE 'N' TO WS-ARCH-IS-ORDER
       IF WS-ARCH-BASE(1:6) = "ORDER_"
          MOVE 'Y' TO WS-ARCH-IS-ORDER
       END-IF
       MOVE WS-IDX-PARSE-PATH TO WS-ARCH-FILE-NAME
       OPEN INPUT ARCH-FILE
       IF WS-ARCH-FILE-STATUS NOT = '00'
          ADD 1 TO WS-ARCH-FILES-GONE
       ELSE
          ADD 1 TO WS-ARCH-FILES-SCANNED
          PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                  UNTIL WS-REQ-IDX > WS-REQ-COUNT
             MOVE 0 TO WS-FILE-HIT-COUNT(WS-REQ-IDX)
          END-PERFORM
          MOVE 'N' TO WS-ARCH-EOF
          PERFORM UNTIL WS-ARCH-EOF = 'Y'
             READ ARCH-FILE
                AT END
                   MOVE 'Y' TO WS-ARCH-EOF
                NOT AT END
                   PERFORM SCAN-ONE-ARCHIVE-LINE
             END-READ
          END-PERFORM
          CLOSE ARCH-FILE
          PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                  UNTIL WS-REQ-IDX > WS-REQ-COUNT
             IF WS-FILE-HIT-COUNT(WS-REQ-IDX) > 0
                PERFORM NOTE-ARCHIVE-HIT
             END-IF
          END-PERFORM
       END-IF
    END-IF.

SCAN-ONE-ARCHIVE-LINE.
    COMPUTE WS-ARCH-LINE-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(ARCH-REC TRAILING))
    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       MOVE WS-REQ-CUST-TEXT(WS-REQ-IDX) TO WS-MATCH-KEY
       MOVE 9 TO WS-MATCH-KEY-LEN
       PERFORM FIND-DELIMITED-KEY
       IF WS-MATCH-FOUND = 'N' AND WS-ARCH-IS-ORDER = 'Y'
          AND WS-REQ-ORDER-KEY(WS-REQ-IDX) NOT = SPACES
          MOVE WS-REQ-ORDER-KEY(WS-REQ-IDX) TO WS-MATCH-KEY
          MOVE 6 TO WS-MATCH-KEY-LEN
          PERFORM FIND-DELIMITED-KEY
       END-IF
       IF WS-MATCH-FOUND = 'Y'
          ADD 1 TO WS-FILE-HIT-COUNT(WS-REQ-IDX)
       END-IF
    END-PERFORM.

      *> INSPECT is the cheap first look; only a line that contains
      *> the digits at all is walked for a clean, digit-bounded hit.
FIND-DELIMITED-KEY.
    MOVE 'N' TO WS-MATCH-FOUND
    MOVE 0 TO WS-ARCH-TALLY
    INSPECT ARCH-REC(1:WS-ARCH-LINE-LEN) TALLYING WS-ARCH-TALLY
            FOR ALL WS-MATCH-KEY(1:WS-MATCH-KEY-LEN)
    IF WS-ARCH-TALLY > 0
       PERFORM VARYING WS-ARCH-POS FROM 1 BY 1
               UNTIL WS-ARCH-POS + WS-MATCH-KEY-LEN - 1
                     > WS-ARCH-LINE-LEN
                  OR WS-MATCH-FOUND = 'Y'
          IF ARCH-REC(WS-ARCH-POS:WS-MATCH-KEY-LEN)
             = WS-MATCH-KEY(1:WS-MATCH-KEY-LEN)
             MOVE SPACE TO WS-MATCH-BEFORE WS-MATCH-AFTER
             IF WS-ARCH-POS > 1
                MOVE ARCH-REC(WS-ARCH-POS - 1:1) TO WS-MATCH-BEFORE
             END-IF
             IF WS-ARCH-POS + WS-MATCH-KEY-LEN <= WS-ARCH-LINE-LEN
                MOVE ARCH-REC(WS-ARCH-POS + WS-MATCH-KEY-LEN:1)
                     TO WS-MATCH-AFTER
             END-IF
             IF WS-MATCH-BEFORE IS NOT NUMERIC
                AND WS-MATCH-AFTER IS NOT NUMERIC
                MOVE 'Y' TO WS-MATCH-FOUND
             END-IF
          END-IF
       END-PERFORM
    END-IF.

      *> A path the index lists twice (HOUSEKEEP re-run the same day)
      *> is one finding.
NOTE-ARCHIVE-HIT.
    MOVE 'N' TO WS-HIT-DUP
    PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
            UNTIL WS-HIT-IDX > WS-HIT-COUNT
       IF WS-HIT-REQ-IDX(WS-HIT-IDX) = WS-REQ-IDX
          AND WS-HIT-PATH(WS-HIT-IDX) = WS-IDX-PARSE-PATH
          MOVE 'Y' TO WS-HIT-DUP
       END-IF
    END-PERFORM
    IF WS-HIT-DUP = 'N'
       ADD 1 TO WS-REQ-ARCH-HITS(WS-REQ-IDX)
       ADD 1 TO WS-OUTSTANDING-COUNT
       IF WS-HIT-COUNT < 1000
          ADD 1 TO WS-HIT-COUNT
          MOVE WS-REQ-IDX TO WS-HIT-REQ-IDX(WS-HIT-COUNT)
          MOVE WS-IDX-PARSE-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
          MOVE WS-IDX-PARSE-PATH TO WS-HIT-PATH(WS-HIT-COUNT)
          MOVE WS-FILE-HIT-COUNT(WS-REQ-IDX)
               TO WS-HIT-LINES(WS-HIT-COUNT)
       ELSE
          MOVE 'Y' TO WS-HIT-OVERFLOW
       END-IF
    END-IF.

      *> The certificate: header, one block per customer, then the
      *> overall verdict. Rewritten whole on a re-run of the request.
WRITE-ERASURE-CERTIFICATE.
    OPEN OUTPUT CERT-FILE
    IF WS-CERT-FILE-STATUS NOT = '00'
       DISPLAY "CUSTERAS: cannot write "
               FUNCTION TRIM(WS-CERT-FILE-NAME)
               " (STATUS=" WS-CERT-FILE-STATUS ")"
       PERFORM CLOSE-RUN-LOG
       PERFORM RELEASE-RUN-LOCK
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    MOVE "CUSTOMER DATA ERASURE CERTIFICATE" TO WS-OUT-LINE
    PERFORM WRITE-CERT-LINE
    MOVE ALL "=" TO WS-OUT-LINE(1:60)
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "REQUEST:      " DELIMITED BY SIZE
           FUNCTION TRIM(WS-REQUEST-ID) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "ACTION:       " DELIMITED BY SIZE
           FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "CARRIED OUT:  " DELIMITED BY SIZE
           WS-RUN-TS(1:4) "-" WS-RUN-TS(5:2) "-" WS-RUN-TS(7:2)
           " " WS-RUN-TS(9:2) ":" WS-RUN-TS(11:2) ":" WS-RUN-TS(13:2)
           DELIMITED BY SIZE
           " BY OPERATOR " DELIMITED BY SIZE
           FUNCTION TRIM(RP-OPERATOR-ID) DELIMITED BY SIZE
           " FOR BUSINESS DATE " DELIMITED BY SIZE
           WS-ERASE-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    IF WS-RECEIVED-DATE > 0
       PERFORM WRITE-DEADLINE-LINES
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "MYSQL:        " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INSERT-FILE-NAME) DELIMITED BY SIZE
           " (one transaction block for this request, "
           "for the DBA to apply)" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE

    PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
            UNTIL WS-REQ-IDX > WS-REQ-COUNT
       PERFORM WRITE-CERT-CUSTOMER-BLOCK
    END-PERFORM

    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "ARCHIVE FILES SCANNED: " DELIMITED BY SIZE
           WS-ARCH-FILES-SCANNED DELIMITED BY SIZE
           "  (ALREADY PRUNED: " DELIMITED BY SIZE
           WS-ARCH-FILES-GONE DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    IF WS-HIT-OVERFLOW = 'Y'
       STRING "ARCHIVE FINDINGS EXCEED 1000 - LIST ABOVE IS PARTIAL, "
              "COUNTS ARE COMPLETE"
              DELIMITED BY SIZE INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-CERT-LINE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    IF WS-OUTSTANDING-COUNT = 0
       STRING "RESULT: COMPLETE - NO COPY OF THESE CUSTOMERS REMAINS "
              "IN ANY STORE THIS JOB COVERS"
              DELIMITED BY SIZE INTO WS-OUT-LINE
       END-STRING
    ELSE
       STRING "RESULT: INCOMPLETE - " DELIMITED BY SIZE
              WS-OUTSTANDING-COUNT DELIMITED BY SIZE
              " OUTSTANDING ITEM(S) LISTED ABOVE NEED ACTION"
              DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-CERT-LINE
    CLOSE CERT-FILE.

      *> Thirty calendar days from receipt, and how many are left as
      *> of the business date the request was processed on.
WRITE-DEADLINE-LINES.
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE) + 30)
    COMPUTE WS-DAYS-LEFT =
            FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
            - FUNCTION INTEGER-OF-DATE(WS-ERASE-DATE)
    MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    STRING "RECEIVED:     " DELIMITED BY SIZE
           WS-RECEIVED-DATE DELIMITED BY SIZE
           "   RESPONSE DUE: " DELIMITED BY SIZE
           WS-DUE-DATE DELIMITED BY SIZE
           "   DAYS REMAINING: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-DAYS-LEFT-EDIT) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    IF WS-DAYS-LEFT < 0
       MOVE "*** RESPONSE DEADLINE HAS PASSED ***" TO WS-OUT-LINE
       PERFORM WRITE-CERT-LINE
    END-IF.

WRITE-CERT-CUSTOMER-BLOCK.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "CUST-ID " DELIMITED BY SIZE
           WS-REQ-CUST-TEXT(WS-REQ-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-ACTION = "PURGE"
       IF WS-REQ-ORDER-KEY(WS-REQ-IDX) NOT = SPACES
          STRING "  MYSQL CUSTOMER/CUSTOMER_HISTORY/POLICY LINKS: "
                 "DELETE GENERATED; ORDERS (+XREF): DELETE GENERATED"
                 DELIMITED BY SIZE INTO WS-OUT-LINE
          END-STRING
       ELSE
          STRING "  MYSQL CUSTOMER/CUSTOMER_HISTORY/POLICY LINKS: "
                 "DELETE GENERATED; ORDERS: NONE POSSIBLE (CUST-ID "
                 "WIDER THAN ORDER KEY)"
                 DELIMITED BY SIZE INTO WS-OUT-LINE
          END-STRING
       END-IF
    ELSE
       STRING "  MYSQL CUSTOMER/CUSTOMER_HISTORY: ANONYMIZE GENERATED; "
              "POLICY LINKS: DELETE GENERATED; ORDERS: RETAINED"
              DELIMITED BY SIZE INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  CUSTOMER_MASTER.IDX:   " DELIMITED BY SIZE
           WS-REQ-MASTER-RESULT(WS-REQ-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  CUSTOMER_SNAPSHOT.IDX: " DELIMITED BY SIZE
           WS-REQ-SNAP-RESULT(WS-REQ-IDX) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-CERT-LINE
    MOVE WS-REQ-JOURNAL-LINES(WS-REQ-IDX) TO WS-CERT-LINES-EDIT
    MOVE SPACES TO WS-OUT-LINE
    IF WS-ACTION = "PURGE"
       STRING "  HISTORY JOURNAL:       " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CERT-LINES-EDIT) DELIMITED BY SIZE
              " LINE(S) REMOVED" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       STRING "  HISTORY JOURNAL:       " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CERT-LINES-EDIT) DELIMITED BY SIZE
              " LINE(S) CONTACT-INFO BLANKED" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-REPAIR-BUSY = 'Y'
       STRING "  REPAIR FILES:          NOT SCRUBBED - REPAIR LOCK "
              "HELD; OUTSTANDING, RE-RUN THE REQUEST"
              DELIMITED BY SIZE INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-CERT-LINE
    ELSE
       MOVE WS-REQ-PENDING-LINES(WS-REQ-IDX) TO WS-CERT-LINES-EDIT
       STRING "  REPAIRS PENDING:       " DELIMITED BY SIZE
              FUNCTION TRIM(WS-CERT-LINES-EDIT) DELIMITED BY SIZE
              " LINE(S) REMOVED" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-CERT-LINE
       MOVE WS-REQ-AUDIT-LINES(WS-REQ-IDX) TO WS-CERT-LINES-EDIT
       IF WS-ACTION = "PURGE"
          STRING "  REPAIR AUDIT TRAIL:    " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CERT-LINES-EDIT) DELIMITED BY SIZE
                 " LINE(S) REMOVED" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       ELSE
          STRING "  REPAIR AUDIT TRAIL:    " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CERT-LINES-EDIT) DELIMITED BY SIZE
                 " LINE(S) VALUES BLANKED" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-IF
       PERFORM WRITE-CERT-LINE
    END-IF
    EVALUATE WS-REQ-IN-SOURCE(WS-REQ-IDX)
       WHEN 'Y'
          STRING "  SOURCE EXTRACT:        STILL PRESENT IN "
                 "Data/CUSTOMER.DAT - OUTSTANDING, MAINFRAME MUST "
                 "ERASE AT SOURCE"
                 DELIMITED BY SIZE INTO WS-OUT-LINE
          END-STRING
       WHEN 'N'
          MOVE "  SOURCE EXTRACT:        NOT PRESENT" TO WS-OUT-LINE
       WHEN OTHER
          STRING "  SOURCE EXTRACT:        NOT CHECKED (NO EXTRACT "
                 "ON DISK)"
                 DELIMITED BY SIZE INTO WS-OUT-LINE
          END-STRING
    END-EVALUATE
    PERFORM WRITE-CERT-LINE
    MOVE SPACES TO WS-OUT-LINE
    IF WS-REQ-ARCH-HITS(WS-REQ-IDX) = 0
       MOVE "  ARCHIVES:              NONE STILL HOLD THIS CUSTOMER"
            TO WS-OUT-LINE
       PERFORM WRITE-CERT-LINE
    ELSE
       STRING "  ARCHIVES:              " DELIMITED BY SIZE
              WS-REQ-ARCH-HITS(WS-REQ-IDX) DELIMITED BY SIZE
              " FILE(S) STILL HOLD THIS CUSTOMER - OUTSTANDING:"
              DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-CERT-LINE
       PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-HIT-COUNT
          IF WS-HIT-REQ-IDX(WS-HIT-IDX) = WS-REQ-IDX
             MOVE WS-HIT-LINES(WS-HIT-IDX) TO WS-CERT-LINES-EDIT
             MOVE SPACES TO WS-OUT-LINE
             STRING "    " DELIMITED BY SIZE
                    WS-HIT-DATE(WS-HIT-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-HIT-PATH(WS-HIT-IDX))
                    DELIMITED BY SIZE
                    "  (" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-CERT-LINES-EDIT)
                    DELIMITED BY SIZE
                    " LINE(S))" DELIMITED BY SIZE
                    INTO WS-OUT-LINE
             END-STRING
             PERFORM WRITE-CERT-LINE
          END-IF
       END-PERFORM
    END-IF.

WRITE-CERT-LINE.
    MOVE WS-OUT-LINE TO CERT-LINE
    WRITE CERT-LINE
    MOVE SPACES TO WS-OUT-LINE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "ESCLIB.cpy".
COPY "RUNLOGLIB.cpy".
COPY "LOCKLIB.cpy".
