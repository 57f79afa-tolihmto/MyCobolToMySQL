      *> (non-numeric INV-ID, unusable ITEM-COUNT, corrupt amounts)
      *> are skipped and counted, never summed - this report must
      *> agree with what the loader actually loads.
      *>
      *> Products print by description, read off the keyed PRODUCT
      *> master PRODLOAD builds (PRODLIB.cpy), and the master's line
      *> checks - unknown or inactive PROD-ID, unit price outside
      *> tolerance - skip an invoice here exactly as they reject it
      *> in INVCLOAD. With no usable master the summary still runs,
      *> unjudged, each product labelled by its PROD-ID, and the run
      *> ends RC 4 so the gap is seen.
      *>
      *> Takes the loaders' run parameters (PARSEPRM.cpy); the one that
      *> matters here is RECFM=VB, which reads the extract as RDW-
      *> prefixed variable records (RDWLIB.cpy). A record whose RDW
      *> length disagrees with its ITEM-COUNT is one INVCLOAD rejects,
      *> so it is skipped here too; an unusable RDW stops the read,
      *> the summary still covers what came before it, and the run
      *> ends RC 8.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVSUM.
        FILE STATUS IS WS-INPUT-FILE-STATUS.
    SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
    SELECT PRODUCT-MASTER-FILE
        ASSIGN TO DYNAMIC WS-PRODMAST-FILE-NAME
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PM-PROD-ID
        FILE STATUS IS WS-PRODMAST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  REPORT-FILE.
01  REPORT-REC                   PIC X(132).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

FD  PRODUCT-MASTER-FILE.
    COPY "PRODMAST.cpy".

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "DATEWS.cpy".
COPY "RDWWS.cpy".
COPY "PRODWS.cpy".

01  WS-INPUT-FILE                PIC X(80)
                                  VALUE "Data/INVOICE.DAT".
01  WS-REPORT-FILE-NAME          PIC X(80)
01  WS-PROD-TABLE.
    05  WS-PROD-ENTRY OCCURS 5000 TIMES.
        10  WS-PROD-PROD-ID      PIC 9(6).
        10  WS-PROD-DESC         PIC X(30).
        10  WS-PROD-TOT-QTY      PIC 9(9).
        10  WS-PROD-TOT-AMT      PIC S9(13)V9(2).
        10  WS-PROD-INV-COUNT    PIC 9(9).
01  WS-SORT-MAX-IDX              PIC 9(5).
01  WS-SORT-HOLD.
    05  WS-HOLD-PROD-ID          PIC 9(6).
    05  WS-HOLD-DESC             PIC X(30).
    05  WS-HOLD-TOT-QTY          PIC 9(9).
    05  WS-HOLD-TOT-AMT          PIC S9(13)V9(2).
    05  WS-HOLD-INV-COUNT        PIC 9(9).
01  WS-OP-SIGN                   PIC X(1).
01  WS-OP-VALID                  PIC X(1).

      *> each resolved item's master description, taken while the
      *> record is judged, for the roll-up row it opens
01  WS-ITEM-DESC-TABLE.
    05  WS-ITEM-DESC OCCURS 10 TIMES
                                 PIC X(30).

01  WS-GRAND-QTY                 PIC 9(11) VALUE 0.
01  WS-GRAND-AMT                 PIC S9(13)V9(2) VALUE 0.
01  WS-RANK                      PIC 9(5).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-COMMAND-LINE
    IF RP-RECFM-MODE = 'V'
       MOVE WS-INPUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-INPUT
       MOVE WS-RDW-FILE-STATUS TO WS-INPUT-FILE-STATUS
    ELSE
       OPEN INPUT INVOICE-FILE
    END-IF
    IF WS-INPUT-FILE-STATUS NOT = '00'
       DISPLAY "INVSUM: cannot open "
               FUNCTION TRIM(WS-INPUT-FILE)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM OPEN-PRODUCT-MASTER
    IF WS-PRODMAST-OPEN = 'N'
       DISPLAY "INVSUM: WARNING - " FUNCTION TRIM(WS-PRODMAST-FAIL-TEXT)
               " (" FUNCTION TRIM(WS-PRODMAST-FILE-NAME)
               ") - lines not judged, products shown by PROD-ID."
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       IF RP-RECFM-MODE = 'V'
          PERFORM READ-RDW-INVOICE
       ELSE
          READ INVOICE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF INVOICE(1:3) = 'HDR' OR INVOICE(1:3) = 'TRL'
                   CONTINUE
                ELSE
                   PERFORM ROLL-UP-ONE-INVOICE
                END-IF
          END-READ
       END-IF
    END-PERFORM
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       CLOSE INVOICE-FILE
    END-IF
    IF WS-PRODMAST-OPEN = 'N'
       MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM CLOSE-PRODUCT-MASTER

    IF WS-INVOICE-COUNT = 0
       DISPLAY "INVSUM: no invoice records found in "
            WS-PROD-COUNT " product(s), "
            WS-SKIPPED-COUNT " skipped - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    IF WS-RDW-FAILED = 'Y'
       MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN.

      *> One RDW record into the INVOICE record area, spaces past what
      *> the RDW carried. The RDW length must be the length ITEM-COUNT
      *> implies, or INVCLOAD would reject the record.
READ-RDW-INVOICE.
    PERFORM READ-RDW-RECORD
    EVALUATE TRUE
       WHEN WS-RDW-FAILED = 'Y'
          DISPLAY "INVSUM: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
                  " - remaining records unread"
          MOVE 'Y' TO WS-EOF
       WHEN WS-RDW-EOF = 'Y'
          MOVE 'Y' TO WS-EOF
       WHEN OTHER
          MOVE SPACES TO INVOICE-RAW-VIEW
          IF WS-RDW-DATA-LEN > FUNCTION LENGTH(INVOICE-RAW-VIEW)
             MOVE WS-RDW-DATA(1:FUNCTION LENGTH(INVOICE-RAW-VIEW))
                  TO INVOICE-RAW-VIEW
          ELSE
             MOVE WS-RDW-DATA(1:WS-RDW-DATA-LEN)
                  TO INVOICE-RAW-VIEW(1:WS-RDW-DATA-LEN)
          END-IF
          IF INVOICE(1:3) = 'HDR' OR INVOICE(1:3) = 'TRL'
             CONTINUE
          ELSE
             PERFORM ROLL-UP-ONE-INVOICE
          END-IF
    END-EVALUATE.

      *> One invoice into the roll-up - but only after the same checks
      *> INVCLOAD applies, so a record the loader would reject cannot
      *> skew the business totals.
          MOVE 'N' TO WS-RECORD-OK
       END-IF
    END-IF
    IF WS-RECORD-OK = 'Y' AND RP-RECFM-MODE = 'V'
       COMPUTE WS-RDW-EXPECTED-LEN = 10 + ITEM-COUNT * 19
       PERFORM CHECK-RDW-LENGTH
       IF WS-RDW-MISMATCH = 'Y'
          MOVE 'N' TO WS-RECORD-OK
       END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > ITEM-COUNT
          IF WS-AMT-VALID = 'N'
             MOVE 'N' TO WS-RECORD-OK
          END-IF
          IF WS-RECORD-OK = 'Y'
             PERFORM JUDGE-ITEM-PRODUCT
          END-IF
       END-PERFORM
    END-IF

       END-PERFORM
    END-IF.

      *> The master's verdict on one clean line, as INVCLOAD's
      *> VALIDATE-ITEM-PRODUCT takes it, and the label its roll-up
      *> row prints under.
JUDGE-ITEM-PRODUCT.
    IF WS-PRODMAST-OPEN = 'Y'
       MOVE PROD-ID(WS-ITEM-IDX) TO WS-PROD-CHK-ID
       MOVE PROD-QTY(WS-ITEM-IDX) TO WS-PROD-CHK-QTY
       MOVE WS-PROD-AMT-DEC(WS-ITEM-IDX) TO WS-PROD-CHK-AMT
       PERFORM CHECK-PRODUCT-LINE
       IF WS-PROD-CHK-RESULT NOT = SPACE
          MOVE 'N' TO WS-RECORD-OK
       END-IF
       MOVE WS-PROD-CHK-DESC TO WS-ITEM-DESC(WS-ITEM-IDX)
    ELSE
       MOVE SPACES TO WS-ITEM-DESC(WS-ITEM-IDX)
       STRING "PRODUCT " DELIMITED BY SIZE
              PROD-ID(WS-ITEM-IDX) DELIMITED BY SIZE
              INTO WS-ITEM-DESC(WS-ITEM-IDX)
       END-STRING
    END-IF.

ACCUMULATE-ONE-ITEM.
    PERFORM FIND-PRODUCT-ENTRY
    IF WS-PROD-FOUND = 'N'
          MOVE WS-PROD-COUNT TO WS-PROD-MATCH-IDX
          MOVE PROD-ID(WS-ITEM-IDX)
               TO WS-PROD-PROD-ID(WS-PROD-MATCH-IDX)
          MOVE WS-ITEM-DESC(WS-ITEM-IDX)
               TO WS-PROD-DESC(WS-PROD-MATCH-IDX)
          MOVE 0 TO WS-PROD-TOT-QTY(WS-PROD-MATCH-IDX)
          MOVE 0 TO WS-PROD-TOT-AMT(WS-PROD-MATCH-IDX)
          MOVE 0 TO WS-PROD-INV-COUNT(WS-PROD-MATCH-IDX)
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:81)
    PERFORM WRITE-REPORT-LINE
    MOVE " RANK  DESCRIPTION                       TOTAL-QTY         TOTAL-AMT     INVOICES"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE

       MOVE SPACES TO WS-OUT-LINE
       STRING WS-RANK-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-PROD-DESC(WS-PROD-IDX) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-QTY-EDIT DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
       PERFORM WRITE-REPORT-LINE
    END-PERFORM

    MOVE ALL "-" TO WS-OUT-LINE(1:81)
    PERFORM WRITE-REPORT-LINE
    MOVE WS-GRAND-QTY TO WS-QTY-EDIT
    MOVE WS-GRAND-AMT TO WS-AMT-EDIT
       WHEN OTHER
          MOVE 'N' TO WS-OP-VALID
    END-EVALUATE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "RDWLIB.cpy".
COPY "PRODLIB.cpy".
