      *> record profiles, including ones validation would reject -
      *> the whole point is to see the extract as it arrived.
      *>
      *> RECFM=VB reads the extract as RDW-prefixed variable records
      *> (RDWLIB.cpy). Records whose RDW length disagrees with the
      *> copybook length (10 + 19 per item for INVOICE) still
      *> profile - the loader is the one that rejects them - and
      *> their share is reported as RDW_LENGTH_MISMATCH_PCT. An
      *> unusable RDW stops the profile RC 8, snapshot untouched.
      *>
      *> Command line: FEED=CUSTOMER|ORDER|INVOICE|POLICY
      *>               [BUSDATE=YYYYMMDD] [OPERATOR=xxx] [RECFM=VB]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DATAPROF.
    SELECT POLICY-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

FD  INVOICE-FILE.
    COPY "sample_occurs_depends.cpy".
      *> Whole-record view for loading an RDW record into place (a
      *> REDEFINES is not allowed against an OCCURS DEPENDING ON
      *> record - same device as INVCLOAD's).
01  INVOICE-RAW-VIEW             PIC X(200).

FD  POLICY-FILE.
    COPY "sample_nested_fillers.cpy".
01  POLICY-RAW-VIEW REDEFINES POLICY PIC X(65).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  SNAPSHOT-FILE.
01  SNAPSHOT-LINE                PIC X(80).

COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".
COPY "RDWWS.cpy".

01  WS-INPUT-FILE                PIC X(80).
01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-RECORD-COUNT              PIC 9(9) VALUE 0.
01  WS-FEED-COPY-LEN             PIC 9(5) VALUE 0.

      *> This run's metrics, added in discovery order so the report
      *> reads the way the record lays out.
       WHEN 'POLICY'
          PERFORM PROFILE-POLICY-FEED
    END-EVALUATE
    IF RP-RECFM-MODE = 'V'
       MOVE "RDW_LENGTH_MISMATCH_PCT" TO WS-MET-ADD-NAME
       MOVE WS-RDW-MISMATCH-COUNT TO WS-MET-ADD-VALUE
       PERFORM ADD-PCT-METRIC
    END-IF

    IF WS-RECORD-COUNT = 0
       DISPLAY "DATAPROF: no data records found in "
    END-IF.

PROFILE-CUSTOMER-FEED.
    PERFORM OPEN-FEED-INPUT
    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM READ-RDW-FEED-RECORD
          IF WS-EOF = 'N'
             PERFORM PROFILE-CUSTOMER-RECORD
          END-IF
       ELSE
          READ CUSTOMER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM PROFILE-CUSTOMER-RECORD
          END-READ
       END-IF
    END-PERFORM
    PERFORM CLOSE-FEED-INPUT

    MOVE "RECORDS" TO WS-MET-ADD-NAME
    MOVE WS-RECORD-COUNT TO WS-MET-ADD-VALUE
    MOVE WS-BAL-GE-1M TO WS-MET-ADD-VALUE
    PERFORM ADD-PCT-METRIC.

PROFILE-CUSTOMER-RECORD.
    IF CUSTOMER-RECORD(1:3) = 'HDR'
       OR CUSTOMER-RECORD(1:3) = 'TRL'
       CONTINUE
    ELSE
       ADD 1 TO WS-RECORD-COUNT
       IF CUST-NAME = SPACES
          ADD 1 TO WS-BLANK-NAME
       END-IF
       IF PHONE-NUMBER = SPACES
          ADD 1 TO WS-BLANK-PHONE
       END-IF
       IF EMAIL = SPACES
          ADD 1 TO WS-BLANK-EMAIL
       END-IF
       IF BIRTH-YYYYMMDD IS NUMERIC
          IF BIRTH-YYYYMMDD < WS-DATE-MIN
             MOVE BIRTH-YYYYMMDD TO WS-DATE-MIN
          END-IF
          IF BIRTH-YYYYMMDD > WS-DATE-MAX
             MOVE BIRTH-YYYYMMDD TO WS-DATE-MAX
          END-IF
       END-IF
       PERFORM PROFILE-CUSTOMER-BALANCE
    END-IF.

      *> BALANCE is COMP-3; a corrupt sign nibble would abend the
      *> numeric MOVE, so the sign byte is vetted first the way
      *> CUSTLOAD's validation does - a record with a corrupt
    END-IF.

PROFILE-ORDER-FEED.
    PERFORM OPEN-FEED-INPUT
    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM READ-RDW-FEED-RECORD
          IF WS-EOF = 'N'
             PERFORM PROFILE-ORDER-RECORD
          END-IF
       ELSE
          READ ORDER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM PROFILE-ORDER-RECORD
          END-READ
       END-IF
    END-PERFORM
    PERFORM CLOSE-FEED-INPUT

    MOVE "RECORDS" TO WS-MET-ADD-NAME
    MOVE WS-RECORD-COUNT TO WS-MET-ADD-VALUE
    PERFORM ADD-METRIC
    PERFORM ADD-DISTINCT-PCT-METRICS.

PROFILE-ORDER-RECORD.
    IF ORDER-RECORD(1:3) = 'HDR'
       OR ORDER-RECORD(1:3) = 'TRL'
       CONTINUE
    ELSE
       ADD 1 TO WS-RECORD-COUNT
       IF CUST-ID OF ORDER-RECORD IS NUMERIC
          IF CUST-ID OF ORDER-RECORD = 0
             ADD 1 TO WS-ZERO-CUST
          END-IF
       ELSE
          ADD 1 TO WS-ZERO-CUST
       END-IF
       MOVE SPACES TO WS-VAL-THIS
       MOVE PAY-TYPE TO WS-VAL-THIS(1:1)
       PERFORM TALLY-DISTINCT-VALUE
    END-IF.

      *> One share metric per distinct code seen, named by the code
      *> itself so the night-over-night compare follows each value.
ADD-DISTINCT-PCT-METRICS.
    END-PERFORM.

PROFILE-INVOICE-FEED.
    PERFORM OPEN-FEED-INPUT
    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM READ-RDW-FEED-RECORD
          IF WS-EOF = 'N'
             PERFORM PROFILE-INVOICE-RECORD
          END-IF
       ELSE
          READ INVOICE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM PROFILE-INVOICE-RECORD
          END-READ
       END-IF
    END-PERFORM
    PERFORM CLOSE-FEED-INPUT

    MOVE "RECORDS" TO WS-MET-ADD-NAME
    MOVE WS-RECORD-COUNT TO WS-MET-ADD-VALUE
    PERFORM ADD-METRIC
    PERFORM ADD-DISTINCT-PCT-METRICS.

PROFILE-INVOICE-RECORD.
    IF INVOICE(1:3) = 'HDR' OR INVOICE(1:3) = 'TRL'
       CONTINUE
    ELSE
       ADD 1 TO WS-RECORD-COUNT
       IF ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
          ADD ITEM-COUNT TO WS-ITEMS-TOTAL
          IF ITEM-COUNT < WS-ITEMS-MIN
             MOVE ITEM-COUNT TO WS-ITEMS-MIN
          END-IF
          IF ITEM-COUNT > WS-ITEMS-MAX
             MOVE ITEM-COUNT TO WS-ITEMS-MAX
          END-IF
          MOVE SPACES TO WS-VAL-THIS
          MOVE ITEM-COUNT TO WS-VAL-THIS(1:2)
          PERFORM TALLY-DISTINCT-VALUE
       END-IF
    END-IF.

PROFILE-POLICY-FEED.
    PERFORM OPEN-FEED-INPUT
    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM READ-RDW-FEED-RECORD
          IF WS-EOF = 'N'
             PERFORM PROFILE-POLICY-RECORD
          END-IF
       ELSE
          READ POLICY-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                PERFORM PROFILE-POLICY-RECORD
          END-READ
       END-IF
    END-PERFORM
    PERFORM CLOSE-FEED-INPUT

    MOVE "RECORDS" TO WS-MET-ADD-NAME
    MOVE WS-RECORD-COUNT TO WS-MET-ADD-VALUE
    PERFORM ADD-METRIC
    PERFORM ADD-DISTINCT-PCT-METRICS.

PROFILE-POLICY-RECORD.
    IF POLICY-RAW-VIEW(1:3) = 'HDR'
       OR POLICY-RAW-VIEW(1:3) = 'TRL'
       CONTINUE
    ELSE
       ADD 1 TO WS-RECORD-COUNT
       IF START-DATE IS NUMERIC
          IF START-DATE < WS-DATE-MIN
             MOVE START-DATE TO WS-DATE-MIN
          END-IF
          IF START-DATE > WS-DATE-MAX
             MOVE START-DATE TO WS-DATE-MAX
          END-IF
       END-IF
       IF END-DATE IS NUMERIC
          IF END-DATE < WS-DATE-MIN-2
             MOVE END-DATE TO WS-DATE-MIN-2
          END-IF
          IF END-DATE > WS-DATE-MAX-2
             MOVE END-DATE TO WS-DATE-MAX-2
          END-IF
       END-IF
       MOVE SPACES TO WS-VAL-THIS
       MOVE COMPANY-CODE TO WS-VAL-THIS
       PERFORM TALLY-DISTINCT-VALUE
    END-IF.

      *> The feed's own FD under RECFM=F, the RDW reader under V.
OPEN-FEED-INPUT.
    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
       MOVE WS-RDW-FILE-STATUS TO WS-INPUT-FILE-STATUS
    ELSE
       EVALUATE WS-FEED-NAME
          WHEN 'CUSTOMER'
             OPEN INPUT CUSTOMER-FILE
          WHEN 'ORDER'
             OPEN INPUT ORDER-FILE
          WHEN 'INVOICE'
             OPEN INPUT INVOICE-FILE
          WHEN 'POLICY'
             OPEN INPUT POLICY-FILE
       END-EVALUATE
    END-IF
    PERFORM CHECK-INPUT-OPEN.

CLOSE-FEED-INPUT.
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       EVALUATE WS-FEED-NAME
          WHEN 'CUSTOMER'
             CLOSE CUSTOMER-FILE
          WHEN 'ORDER'
             CLOSE ORDER-FILE
          WHEN 'INVOICE'
             CLOSE INVOICE-FILE
          WHEN 'POLICY'
             CLOSE POLICY-FILE
       END-EVALUATE
    END-IF.

      *> One RDW record into the feed's own record area, space-filled
      *> past what the RDW carried, and its length checked against
      *> the copybook's - data records only, control records ride at
      *> their own shapes.
READ-RDW-FEED-RECORD.
    PERFORM READ-RDW-RECORD
    IF WS-RDW-FAILED = 'Y'
       DISPLAY "DATAPROF: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
               " - profile abandoned"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    IF WS-RDW-EOF = 'Y'
       MOVE 'Y' TO WS-EOF
    ELSE
       EVALUATE WS-FEED-NAME
          WHEN 'CUSTOMER'
             MOVE SPACES TO CUSTOMER-RECORD
             MOVE FUNCTION LENGTH(CUSTOMER-RECORD) TO WS-FEED-COPY-LEN
             PERFORM SET-FEED-COPY-LEN
             MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
                  TO CUSTOMER-RECORD(1:WS-FEED-COPY-LEN)
             MOVE FUNCTION LENGTH(CUSTOMER-RECORD)
                  TO WS-RDW-EXPECTED-LEN
          WHEN 'ORDER'
             MOVE SPACES TO ORDER-RECORD
             MOVE FUNCTION LENGTH(ORDER-RECORD) TO WS-FEED-COPY-LEN
             PERFORM SET-FEED-COPY-LEN
             MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
                  TO ORDER-RECORD(1:WS-FEED-COPY-LEN)
             MOVE FUNCTION LENGTH(ORDER-RECORD)
                  TO WS-RDW-EXPECTED-LEN
          WHEN 'INVOICE'
             MOVE SPACES TO INVOICE-RAW-VIEW
             MOVE FUNCTION LENGTH(INVOICE-RAW-VIEW) TO WS-FEED-COPY-LEN
             PERFORM SET-FEED-COPY-LEN
             MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
                  TO INVOICE-RAW-VIEW(1:WS-FEED-COPY-LEN)
             IF ITEM-COUNT IS NUMERIC AND ITEM-COUNT <= 10
                COMPUTE WS-RDW-EXPECTED-LEN = 10 + ITEM-COUNT * 19
             ELSE
                MOVE WS-RDW-DATA-LEN TO WS-RDW-EXPECTED-LEN
             END-IF
          WHEN 'POLICY'
             MOVE SPACES TO POLICY-RAW-VIEW
             MOVE FUNCTION LENGTH(POLICY-RAW-VIEW) TO WS-FEED-COPY-LEN
             PERFORM SET-FEED-COPY-LEN
             MOVE WS-RDW-DATA(1:WS-FEED-COPY-LEN)
                  TO POLICY-RAW-VIEW(1:WS-FEED-COPY-LEN)
             MOVE FUNCTION LENGTH(POLICY-RAW-VIEW)
                  TO WS-RDW-EXPECTED-LEN
       END-EVALUATE
       IF WS-RDW-DATA(1:3) NOT = 'HDR' AND WS-RDW-DATA(1:3) NOT = 'TRL'
          PERFORM CHECK-RDW-LENGTH
       END-IF
    END-IF.

      *> The shorter of the record area and what the RDW carried.
SET-FEED-COPY-LEN.
    IF WS-RDW-DATA-LEN < WS-FEED-COPY-LEN
       MOVE WS-RDW-DATA-LEN TO WS-FEED-COPY-LEN
    END-IF.

CHECK-INPUT-OPEN.
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "DATAPROF: cannot open "

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "RDWLIB.cpy".
