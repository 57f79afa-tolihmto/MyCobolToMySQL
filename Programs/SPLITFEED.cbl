      *> boundary is unknowable - the run stops and fails loudly, the
      *> same verdict every loader passes on a lost record boundary.
      *>
      *> RECFM=VB: each mixed-feed record (type byte and payload
      *> together) arrives behind its own RDW (RDWLIB.cpy), so the
      *> bytes are served out of the RDW record instead of the file,
      *> and the RDW length is checked first against the length the
      *> type byte implies - 81, 16, 37, or 11 + 19 per invoice item.
      *> The split files still go out in the loaders' fixed layouts.
      *> A disagreement fails the run like any other boundary doubt:
      *> the splitter has no reject path, and handing a loader a
      *> record of the wrong shape would only move the problem.
      *>
      *> Exits 8 when the per-type counts disagree with the mixed
      *> trailer (or the trailer is missing/corrupt), so NIGHTRUN can
      *> hold the loaders off a bad transfer.
    SELECT MIXED-FILE ASSIGN TO DYNAMIC WS-INPUT-FILE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT SPLIT-CUSTOMER-FILE
        ASSIGN TO DYNAMIC WS-SPLIT-CUSTOMER-NAME
        ORGANIZATION IS SEQUENTIAL.
FD  MIXED-FILE.
01  MIXED-BYTE                   PIC X(1).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  SPLIT-CUSTOMER-FILE.
    COPY "sample.cpy".

01  WS-INPUT-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-EOF                       PIC X VALUE 'N'.
01  WS-GOT-BYTE                  PIC X(1).
01  WS-CUR-BYTE                  PIC X(1).
01  WS-REC-POS                   PIC 9(5) VALUE 0.
01  WS-BYTE-OFFSET               PIC 9(12) VALUE 0.

01  WS-TYPE-BYTE                 PIC X(1).
COPY "ALERTWS.cpy".
COPY "DATEWS.cpy".
COPY "ESCWS.cpy".
COPY "RDWWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE "Output/SPLIT_RECON.txt" TO WS-RECON-FILE-NAME

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "SPLITFEED" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "MIXED-FEED" TO CRL-COPYBOOK-NAME
    MOVE WS-INPUT-FILE TO CRL-INPUT-FILE
    MOVE FUNCTION CURRENT-DATE TO CRL-START-TS
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID

    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
       MOVE WS-RDW-FILE-STATUS TO WS-INPUT-FILE-STATUS
    ELSE
       OPEN INPUT MIXED-FILE
    END-IF
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "SPLITFEED: cannot open mixed feed "
               FUNCTION TRIM(WS-INPUT-FILE)
    OPEN OUTPUT SPLIT-INVOICE-FILE

    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM DISPATCH-RDW-RECORD
       ELSE
          PERFORM READ-ONE-BYTE
          IF WS-GOT-BYTE = 'Y'
             MOVE WS-CUR-BYTE TO WS-TYPE-BYTE
             ADD 1 TO WS-BYTE-OFFSET
             PERFORM DISPATCH-ONE-RECORD
          ELSE
             MOVE 'Y' TO WS-EOF
          END-IF
       END-IF
    END-PERFORM

    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       CLOSE MIXED-FILE
    END-IF
    CLOSE SPLIT-CUSTOMER-FILE
    CLOSE SPLIT-ORDER-FILE
    CLOSE SPLIT-INVOICE-FILE
    END-IF
    STOP RUN.

      *> Next byte of the feed into WS-CUR-BYTE - off the file under
      *> RECFM=F, out of the current RDW record under RECFM=V (where
      *> running off the record's end reads as end of data).
READ-ONE-BYTE.
    IF RP-RECFM-MODE = 'V'
       IF WS-REC-POS < WS-RDW-DATA-LEN
          ADD 1 TO WS-REC-POS
          MOVE WS-RDW-DATA(WS-REC-POS:1) TO WS-CUR-BYTE
          MOVE 'Y' TO WS-GOT-BYTE
       ELSE
          MOVE 'N' TO WS-GOT-BYTE
       END-IF
    ELSE
       PERFORM READ-MIXED-FILE-BYTE
    END-IF.

READ-MIXED-FILE-BYTE.
    MOVE 'Y' TO WS-GOT-BYTE
    READ MIXED-FILE
       AT END
              WS-INPUT-FILE-STATUS DELIMITED BY SIZE
              INTO WS-FAIL-TEXT
       END-STRING
    END-IF
    IF WS-GOT-BYTE = 'Y'
       MOVE MIXED-BYTE TO WS-CUR-BYTE
    END-IF.

      *> One RDW record: its length is held against what its type
      *> byte implies before anything is dispatched. An unknown type
      *> byte or unusable ITEM-COUNT is left for the dispatch to fail
      *> on, with its usual message.
DISPATCH-RDW-RECORD.
    PERFORM READ-RDW-RECORD
    EVALUATE TRUE
       WHEN WS-RDW-FAILED = 'Y'
          MOVE 'Y' TO WS-SPLIT-FAILED
          MOVE 'Y' TO WS-EOF
          MOVE WS-RDW-FAIL-TEXT TO WS-FAIL-TEXT
       WHEN WS-RDW-EOF = 'Y'
          MOVE 'Y' TO WS-EOF
       WHEN OTHER
          MOVE 0 TO WS-REC-POS
          COMPUTE WS-BYTE-OFFSET = WS-RDW-RECORD-OFFSET + 4
          PERFORM SET-MIXED-EXPECTED-LEN
          PERFORM CHECK-RDW-LENGTH
          IF WS-RDW-MISMATCH = 'Y'
             MOVE 'Y' TO WS-SPLIT-FAILED
             MOVE 'Y' TO WS-EOF
             MOVE SPACES TO WS-FAIL-TEXT
             STRING FUNCTION TRIM(WS-RDW-MISMATCH-TEXT)
                    DELIMITED BY SIZE
                    " AT BYTE OFFSET " DELIMITED BY SIZE
                    WS-RDW-RECORD-OFFSET DELIMITED BY SIZE
                    INTO WS-FAIL-TEXT
             END-STRING
          ELSE
             PERFORM READ-ONE-BYTE
             MOVE WS-CUR-BYTE TO WS-TYPE-BYTE
             ADD 1 TO WS-BYTE-OFFSET
             PERFORM DISPATCH-ONE-RECORD
          END-IF
    END-EVALUATE.

SET-MIXED-EXPECTED-LEN.
    MOVE WS-RDW-DATA-LEN TO WS-RDW-EXPECTED-LEN
    EVALUATE WS-RDW-DATA(1:1)
       WHEN 'C'
          MOVE 81 TO WS-RDW-EXPECTED-LEN
       WHEN 'O'
          MOVE 16 TO WS-RDW-EXPECTED-LEN
       WHEN 'T'
          MOVE 37 TO WS-RDW-EXPECTED-LEN
       WHEN 'I'
          IF WS-RDW-DATA-LEN >= 11
             MOVE WS-RDW-DATA(10:2) TO WS-ITEM-COUNT-TEXT
             IF WS-ITEM-COUNT-TEXT IS NUMERIC
                MOVE WS-ITEM-COUNT-TEXT TO WS-ITEM-COUNT-NUM
                IF WS-ITEM-COUNT-NUM <= 10
                   COMPUTE WS-RDW-EXPECTED-LEN =
                           11 + WS-ITEM-COUNT-NUM * 19
                END-IF
             END-IF
          ELSE
             MOVE 11 TO WS-RDW-EXPECTED-LEN
          END-IF
    END-EVALUATE.

      *> Pulls WS-PAYLOAD-LEN more bytes into WS-PAYLOAD. Coming up
      *> short mid-record is the truncated-transfer signature - the
      *> run fails at the byte offset where the feed broke.
               OR WS-GOT-BYTE = 'N'
       PERFORM READ-ONE-BYTE
       IF WS-GOT-BYTE = 'Y'
          MOVE WS-CUR-BYTE TO WS-PAYLOAD(WS-PAYLOAD-IDX:1)
          ADD 1 TO WS-PAYLOAD-GOT
          ADD 1 TO WS-BYTE-OFFSET
       END-IF
COPY "DATELIB.cpy".
COPY "ESCLIB.cpy".
COPY "ALERTLIB.cpy".
COPY "RDWLIB.cpy".
