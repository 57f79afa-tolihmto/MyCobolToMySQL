      *> BILLCHK - nightly billing-completeness report. Nothing told
      *> anyone when an order never got invoiced, or when two
      *> different invoices in the xref feed pointed at the same
      *> ORDER-ID; Finance found that revenue leakage at quarter-end
      *> audit. This reads the ORDER extract ORDRLOAD loads
      *> (Data/ORDERS.DAT) and the link extract XREFLOAD loads
      *> (Data/INVOICE_XREF.DAT) and reports to
      *> Output/BILLING_COMPLETENESS.txt:
      *>   - unbilled orders - no invoice link at all;
      *>   - over-billed orders - linked to more than one distinct
      *>     invoice (a repeated identical link row is a duplicate
      *>     XREFLOAD already reports, not a second invoice);
      *>   - invoices whose linked order sits in ORDERS_QUARANTINE -
      *>     the quarantine's contents are exactly the QUARANTINED
      *>     lines of ORDRLOAD's orphan holding pen
      *>     (Output/ORDER_ORPHANS.txt, already pruned by ORPHANFIX
      *>     of every order since promoted), so that file is read
      *>     rather than guessing at the MySQL side;
      *>   - counts of each per PAY-TYPE, decoded through
      *>     Config/CODE_TABLES.cfg.
      *>
      *> The unbilled backlog carries forward night to night in
      *> Output/UNBILLED_BACKLOG.txt, a holding pen like the orphan
      *> report: one KEY=VALUE line per unbilled order with the
      *> business day it was first seen unbilled. Each night an order
      *> still unbilled keeps its first-seen day (so the report shows
      *> how long it has been leaking), a newly unbilled order joins,
      *> and an order that has since picked up an invoice link is
      *> reported CLEARED and dropped. An order that drops out of the
      *> ORDER extract without ever being billed stays on the
      *> backlog, marked - it is exactly the leakage this exists to
      *> catch. HOUSEKEEP archives the backlog copy-only.
      *>
      *> Orders, links, quarantine entries, and the prior backlog are
      *> held in bounded in-memory tables; an overflow stops the run
      *> loudly rather than print a completeness report that is not
      *> complete.
      *>
      *> Command line: [BUSDATE=YYYYMMDD] [OPERATOR=xxx]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. BILLCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ORDER-FILE-STATUS.
    SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-FILE-STATUS.
    SELECT ORPHAN-FILE ASSIGN TO DYNAMIC WS-ORPHAN-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORPHAN-FILE-STATUS.
    SELECT BACKLOG-FILE ASSIGN TO DYNAMIC WS-BACKLOG-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKLOG-FILE-STATUS.
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
FD  ORDER-FILE.
    COPY "sample_redefines.cpy".

FD  XREF-FILE.
    COPY "sample_xref.cpy".

FD  ORPHAN-FILE.
01  ORPHAN-IN-REC                PIC X(120).

FD  BACKLOG-FILE.
01  BACKLOG-REC                  PIC X(120).

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

01  WS-ORDER-FILE-NAME           PIC X(80)
                                  VALUE "Data/ORDERS.DAT".
01  WS-ORDER-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-XREF-FILE-NAME            PIC X(80)
                                  VALUE "Data/INVOICE_XREF.DAT".
01  WS-XREF-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-ORPHAN-FILE-NAME          PIC X(80)
                                  VALUE "Output/ORDER_ORPHANS.txt".
01  WS-ORPHAN-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-BACKLOG-FILE-NAME         PIC X(80)
                                  VALUE "Output/UNBILLED_BACKLOG.txt".
01  WS-BACKLOG-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/BILLING_COMPLETENESS.txt".
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-PROCESS-DATE              PIC 9(8) VALUE 0.
01  WS-PROC-INT                  PIC 9(8).
01  WS-FIRST-INT                 PIC 9(8).
01  WS-AGE-DAYS                  PIC 9(5).
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.

      *> Tonight's orders. WS-ORD-LINKS counts DISTINCT invoices
      *> linked to the order; WS-ORD-QUAR marks an order sitting in
      *> ORDERS_QUARANTINE.
01  WS-ORDER-COUNT               PIC 9(5) VALUE 0.
01  WS-ORDER-TABLE.
    05  WS-ORD-ENTRY OCCURS 20000 TIMES.
        10  WS-ORD-ORDER-ID      PIC 9(8).
        10  WS-ORD-CUST-ID       PIC 9(6).
        10  WS-ORD-PAY-TYPE      PIC X(1).
        10  WS-ORD-LINKS         PIC 9(4).
        10  WS-ORD-QUAR          PIC X(1).
01  WS-ORD-IDX                   PIC 9(5).
01  WS-ORD-MATCH-IDX             PIC 9(5).
01  WS-ORD-FOUND                 PIC X(1).
01  WS-FIND-ORDER-ID             PIC 9(8).

      *> Tonight's link rows; WS-XR-REPEAT marks a row repeating an
      *> earlier identical INV-ID/ORDER-ID pair.
01  WS-XREF-COUNT                PIC 9(5) VALUE 0.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 20000 TIMES.
        10  WS-XR-INV-ID         PIC 9(8).
        10  WS-XR-ORDER-ID       PIC 9(8).
        10  WS-XR-REPEAT         PIC X(1).
01  WS-XREF-IDX                  PIC 9(5).
01  WS-XREF-SCAN                 PIC 9(5).
01  WS-XREF-LINKED               PIC X(1).

      *> Orders currently in ORDERS_QUARANTINE, off the orphan pen.
01  WS-QUAR-COUNT                PIC 9(5) VALUE 0.
01  WS-QUAR-TABLE.
    05  WS-QUAR-ENTRY OCCURS 20000 TIMES.
        10  WS-QU-ORDER-ID       PIC 9(8).
        10  WS-QU-CUST-ID        PIC 9(9).
01  WS-QUAR-IDX                  PIC 9(5).
01  WS-QUAR-MATCH-IDX            PIC 9(5).
01  WS-QUAR-FOUND                PIC X(1).

      *> Last night's backlog as read at startup. WS-BL-SETTLED marks
      *> an entry already accounted for tonight (still in the
      *> extract and still unbilled, or cleared).
01  WS-BL-COUNT                  PIC 9(5) VALUE 0.
01  WS-BL-TABLE.
    05  WS-BL-ENTRY OCCURS 20000 TIMES.
        10  WS-BL-ORDER-ID       PIC 9(8).
        10  WS-BL-CUST-ID        PIC 9(6).
        10  WS-BL-PAY-TYPE       PIC X(1).
        10  WS-BL-FIRST-SEEN     PIC 9(8).
        10  WS-BL-SETTLED        PIC X(1).
01  WS-BL-IDX                    PIC 9(5).
01  WS-BL-MATCH-IDX              PIC 9(5).
01  WS-BL-FOUND                  PIC X(1).

      *> One parsed KEY=VALUE line - the shape ORDRLOAD's orphan
      *> lines and this program's backlog lines share, parsed the
      *> way ORPHANFIX parses them.
01  WS-KV-PIECE OCCURS 6 TIMES   PIC X(40).
01  WS-KV-IDX                    PIC 9(1).
01  WS-KV-PTR                    PIC 9(4).
01  WS-KV-LEN                    PIC 9(4).
01  WS-KV-KEY                    PIC X(20).
01  WS-KV-VALUE                  PIC X(30).
01  WS-KV-LINE                   PIC X(120).
01  WS-KV-ORDER-ID               PIC 9(8).
01  WS-KV-CUST-ID                PIC 9(9).
01  WS-KV-PAY-TYPE               PIC X(1).
01  WS-KV-FIRST-SEEN             PIC 9(8).
01  WS-KV-DISP                   PIC X(20).
01  WS-KV-PARSE-OK               PIC X(1).

      *> Per-PAY-TYPE tallies, one row per code seen tonight.
01  WS-PT-COUNT                  PIC 9(2) VALUE 0.
01  WS-PT-TABLE.
    05  WS-PT-ENTRY OCCURS 50 TIMES.
        10  WS-PT-CODE           PIC X(1).
        10  WS-PT-ORDERS         PIC 9(7).
        10  WS-PT-UNBILLED       PIC 9(7).
        10  WS-PT-OVERBILLED     PIC 9(7).
        10  WS-PT-QUAR-INV       PIC 9(7).
01  WS-PT-IDX                    PIC 9(2).
01  WS-PT-MATCH-IDX              PIC 9(2).
01  WS-PT-FOUND                  PIC X(1).
01  WS-PT-LOOKUP                 PIC X(1).

01  WS-UNBILLED-TOTAL            PIC 9(7) VALUE 0.
01  WS-OVERBILLED-TOTAL          PIC 9(7) VALUE 0.
01  WS-QUAR-INV-TOTAL            PIC 9(7) VALUE 0.
01  WS-NEW-BACKLOG-COUNT         PIC 9(7) VALUE 0.
01  WS-CARRIED-COUNT             PIC 9(7) VALUE 0.
01  WS-GONE-UNBILLED-COUNT       PIC 9(7) VALUE 0.
01  WS-CLEARED-COUNT             PIC 9(7) VALUE 0.
01  WS-BACKLOG-WRITTEN           PIC 9(7) VALUE 0.

01  WS-AGE-EDIT                  PIC Z(4)9.
01  WS-LINKS-EDIT                PIC Z(3)9.
01  WS-NEW-MARK                  PIC X(6).
01  WS-QUAR-MARK                 PIC X(14).
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
    COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE(WS-PROCESS-DATE)
    PERFORM LOAD-CODE-TABLE

    PERFORM LOAD-ORDER-TABLE
    PERFORM LOAD-XREF-TABLE
    PERFORM LOAD-QUARANTINE-TABLE
    PERFORM LOAD-PRIOR-BACKLOG
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "BILLCHK: more than 20000 orders, links, quarantine "
               "entries, or backlog lines - a completeness report "
               "missing its tail would be read as complete, stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    PERFORM COUNT-LINKS-PER-ORDER
    PERFORM TALLY-ORDERS-BY-PAY-TYPE

    OPEN OUTPUT REPORT-FILE
    PERFORM WRITE-REPORT-HEADING
    PERFORM REPORT-UNBILLED-ORDERS
    PERFORM REPORT-OVERBILLED-ORDERS
    PERFORM REPORT-QUARANTINE-INVOICES
    PERFORM REPORT-CLEARED-BACKLOG
    PERFORM REPORT-PAY-TYPE-COUNTS
    CLOSE REPORT-FILE

    DISPLAY "BILLCHK: " WS-ORDER-COUNT " order(s), "
            WS-UNBILLED-TOTAL " unbilled (" WS-NEW-BACKLOG-COUNT
            " new), " WS-OVERBILLED-TOTAL " over-billed, "
            WS-QUAR-INV-TOTAL " invoice(s) on quarantined orders, "
            WS-CLEARED-COUNT " backlog order(s) cleared - report in "
            FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
    STOP RUN.

LOAD-ORDER-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ORDER-FILE
    IF WS-ORDER-FILE-STATUS NOT = '00'
       DISPLAY "BILLCHK: cannot open "
               FUNCTION TRIM(WS-ORDER-FILE-NAME)
               " (STATUS=" WS-ORDER-FILE-STATUS ")"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM UNTIL WS-EOF = 'Y'
       READ ORDER-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             IF ORDER-RECORD(1:3) NOT = 'HDR'
                AND ORDER-RECORD(1:3) NOT = 'TRL'
                AND ORDER-ID IN ORDER-RECORD IS NUMERIC
                IF WS-ORDER-COUNT < 20000
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE ORDER-ID IN ORDER-RECORD
                        TO WS-ORD-ORDER-ID(WS-ORDER-COUNT)
                   IF CUST-ID IN ORDER-RECORD IS NUMERIC
                      MOVE CUST-ID IN ORDER-RECORD
                           TO WS-ORD-CUST-ID(WS-ORDER-COUNT)
                   ELSE
                      MOVE 0 TO WS-ORD-CUST-ID(WS-ORDER-COUNT)
                   END-IF
                   MOVE PAY-TYPE TO WS-ORD-PAY-TYPE(WS-ORDER-COUNT)
                   MOVE 0 TO WS-ORD-LINKS(WS-ORDER-COUNT)
                   MOVE 'N' TO WS-ORD-QUAR(WS-ORDER-COUNT)
                ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
                END-IF
             END-IF
       END-READ
    END-PERFORM
    CLOSE ORDER-FILE.

      *> An absent link extract is itself worth a loud line: every
      *> order would then report unbilled.
LOAD-XREF-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT XREF-FILE
    IF WS-XREF-FILE-STATUS NOT = '00'
       DISPLAY "BILLCHK: WARNING - cannot open "
               FUNCTION TRIM(WS-XREF-FILE-NAME)
               " - every order will report unbilled."
       CLOSE XREF-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ XREF-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF INVOICE-XREF-RECORD(1:3) NOT = 'HDR'
                   AND INVOICE-XREF-RECORD(1:3) NOT = 'TRL'
                   AND INV-ID IN INVOICE-XREF-RECORD IS NUMERIC
                   AND ORDER-ID IN INVOICE-XREF-RECORD IS NUMERIC
                   IF WS-XREF-COUNT < 20000
                      ADD 1 TO WS-XREF-COUNT
                      MOVE INV-ID IN INVOICE-XREF-RECORD
                           TO WS-XR-INV-ID(WS-XREF-COUNT)
                      MOVE ORDER-ID IN INVOICE-XREF-RECORD
                           TO WS-XR-ORDER-ID(WS-XREF-COUNT)
                      MOVE 'N' TO WS-XR-REPEAT(WS-XREF-COUNT)
                   ELSE
                      MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE XREF-FILE
    END-IF.

      *> Only QUARANTINED dispositions are in ORDERS_QUARANTINE; a
      *> rejected orphan never loaded anywhere. The pen carries one
      *> line per night per still-orphaned order, so repeats of an
      *> ORDER-ID collapse to the first, as in ORPHANFIX.
LOAD-QUARANTINE-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ORPHAN-FILE
    IF WS-ORPHAN-FILE-STATUS NOT = '00'
       CLOSE ORPHAN-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ ORPHAN-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE ORPHAN-IN-REC TO WS-KV-LINE
                PERFORM PARSE-KV-LINE
                IF WS-KV-PARSE-OK = 'Y'
                   AND FUNCTION TRIM(WS-KV-DISP) = 'QUARANTINED'
                   MOVE WS-KV-ORDER-ID TO WS-FIND-ORDER-ID
                   PERFORM FIND-QUARANTINE-ENTRY
                   IF WS-QUAR-FOUND = 'N'
                      IF WS-QUAR-COUNT < 20000
                         ADD 1 TO WS-QUAR-COUNT
                         MOVE WS-KV-ORDER-ID
                              TO WS-QU-ORDER-ID(WS-QUAR-COUNT)
                         MOVE WS-KV-CUST-ID
                              TO WS-QU-CUST-ID(WS-QUAR-COUNT)
                      ELSE
                         MOVE 'Y' TO WS-TABLE-OVERFLOW
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE ORPHAN-FILE
    END-IF.

      *> The backlog is read whole before tonight's is written back
      *> over it. A missing backlog is simply the first night.
LOAD-PRIOR-BACKLOG.
    MOVE 'N' TO WS-EOF
    OPEN INPUT BACKLOG-FILE
    IF WS-BACKLOG-FILE-STATUS NOT = '00'
       CLOSE BACKLOG-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ BACKLOG-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                MOVE BACKLOG-REC TO WS-KV-LINE
                PERFORM PARSE-KV-LINE
                IF WS-KV-PARSE-OK = 'Y'
                   IF WS-BL-COUNT < 20000
                      ADD 1 TO WS-BL-COUNT
                      MOVE WS-KV-ORDER-ID
                           TO WS-BL-ORDER-ID(WS-BL-COUNT)
                      MOVE WS-KV-CUST-ID TO WS-BL-CUST-ID(WS-BL-COUNT)
                      MOVE WS-KV-PAY-TYPE
                           TO WS-BL-PAY-TYPE(WS-BL-COUNT)
                      IF WS-KV-FIRST-SEEN = 0
                         MOVE WS-PROCESS-DATE
                              TO WS-BL-FIRST-SEEN(WS-BL-COUNT)
                      ELSE
                         MOVE WS-KV-FIRST-SEEN
                              TO WS-BL-FIRST-SEEN(WS-BL-COUNT)
                      END-IF
                      MOVE 'N' TO WS-BL-SETTLED(WS-BL-COUNT)
                   ELSE
                      MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE BACKLOG-FILE
    END-IF.

      *> Distinct links per order, plus the quarantine mark. A link
      *> row repeating an earlier identical pair is marked and not
      *> counted again.
COUNT-LINKS-PER-ORDER.
    PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
            UNTIL WS-XREF-IDX > WS-XREF-COUNT
       PERFORM VARYING WS-XREF-SCAN FROM 1 BY 1
               UNTIL WS-XREF-SCAN >= WS-XREF-IDX
                  OR WS-XR-REPEAT(WS-XREF-IDX) = 'Y'
          IF WS-XR-INV-ID(WS-XREF-SCAN) = WS-XR-INV-ID(WS-XREF-IDX)
             AND WS-XR-ORDER-ID(WS-XREF-SCAN)
                 = WS-XR-ORDER-ID(WS-XREF-IDX)
             MOVE 'Y' TO WS-XR-REPEAT(WS-XREF-IDX)
          END-IF
       END-PERFORM
       IF WS-XR-REPEAT(WS-XREF-IDX) = 'N'
          MOVE WS-XR-ORDER-ID(WS-XREF-IDX) TO WS-FIND-ORDER-ID
          PERFORM FIND-ORDER-ENTRY
          IF WS-ORD-FOUND = 'Y'
             ADD 1 TO WS-ORD-LINKS(WS-ORD-MATCH-IDX)
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
       MOVE WS-ORD-ORDER-ID(WS-ORD-IDX) TO WS-FIND-ORDER-ID
       PERFORM FIND-QUARANTINE-ENTRY
       IF WS-QUAR-FOUND = 'Y'
          MOVE 'Y' TO WS-ORD-QUAR(WS-ORD-IDX)
       END-IF
    END-PERFORM.

TALLY-ORDERS-BY-PAY-TYPE.
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
       MOVE WS-ORD-PAY-TYPE(WS-ORD-IDX) TO WS-PT-LOOKUP
       PERFORM FIND-PAY-TYPE-ENTRY
       IF WS-PT-MATCH-IDX > 0
          ADD 1 TO WS-PT-ORDERS(WS-PT-MATCH-IDX)
          IF WS-ORD-LINKS(WS-ORD-IDX) = 0
             ADD 1 TO WS-PT-UNBILLED(WS-PT-MATCH-IDX)
          END-IF
          IF WS-ORD-LINKS(WS-ORD-IDX) > 1
             ADD 1 TO WS-PT-OVERBILLED(WS-PT-MATCH-IDX)
          END-IF
       END-IF
    END-PERFORM.

WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-OUT-LINE
    STRING "BILLING COMPLETENESS REPORT  ASOF=" DELIMITED BY SIZE
           WS-PROCESS-DATE DELIMITED BY SIZE
           "  ORDERS=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-ORDER-FILE-NAME) DELIMITED BY SIZE
           "  LINKS=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-XREF-FILE-NAME) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE.

      *> Every unbilled order in tonight's extract, aged from the
      *> backlog, then every backlog order no longer in the extract
      *> and still never billed. The rewritten backlog is produced in
      *> the same pass.
REPORT-UNBILLED-ORDERS.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "UNBILLED ORDERS - NO INVOICE LINK (CARRIED UNTIL BILLED)"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    OPEN OUTPUT BACKLOG-FILE
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
       MOVE WS-ORD-ORDER-ID(WS-ORD-IDX) TO WS-FIND-ORDER-ID
       PERFORM FIND-BACKLOG-ENTRY
       IF WS-ORD-LINKS(WS-ORD-IDX) = 0
          PERFORM NOTE-ONE-UNBILLED-ORDER
       ELSE
          IF WS-BL-FOUND = 'Y'
             ADD 1 TO WS-CLEARED-COUNT
          END-IF
       END-IF
    END-PERFORM
    PERFORM VARYING WS-BL-IDX FROM 1 BY 1
            UNTIL WS-BL-IDX > WS-BL-COUNT
       IF WS-BL-SETTLED(WS-BL-IDX) = 'N'
          PERFORM CARRY-ONE-ABSENT-BACKLOG-ORDER
       END-IF
    END-PERFORM
    CLOSE BACKLOG-FILE
    IF WS-UNBILLED-TOTAL = 0
       MOVE "  (NONE - EVERY ORDER HAS AN INVOICE LINK)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "  UNBILLED=" DELIMITED BY SIZE
           WS-UNBILLED-TOTAL DELIMITED BY SIZE
           "  NEW TONIGHT=" DELIMITED BY SIZE
           WS-NEW-BACKLOG-COUNT DELIMITED BY SIZE
           "  CARRIED=" DELIMITED BY SIZE
           WS-CARRIED-COUNT DELIMITED BY SIZE
           "  OF WHICH NOT IN EXTRACT=" DELIMITED BY SIZE
           WS-GONE-UNBILLED-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

NOTE-ONE-UNBILLED-ORDER.
    ADD 1 TO WS-UNBILLED-TOTAL
    IF WS-BL-FOUND = 'Y'
       ADD 1 TO WS-CARRIED-COUNT
       MOVE 'Y' TO WS-BL-SETTLED(WS-BL-MATCH-IDX)
       MOVE WS-BL-FIRST-SEEN(WS-BL-MATCH-IDX) TO WS-KV-FIRST-SEEN
       MOVE SPACES TO WS-NEW-MARK
    ELSE
       ADD 1 TO WS-NEW-BACKLOG-COUNT
       MOVE WS-PROCESS-DATE TO WS-KV-FIRST-SEEN
       MOVE "NEW" TO WS-NEW-MARK
    END-IF
    IF WS-ORD-QUAR(WS-ORD-IDX) = 'Y'
       MOVE "QUARANTINED" TO WS-QUAR-MARK
    ELSE
       MOVE SPACES TO WS-QUAR-MARK
    END-IF
    MOVE WS-ORD-ORDER-ID(WS-ORD-IDX) TO WS-KV-ORDER-ID
    MOVE WS-ORD-CUST-ID(WS-ORD-IDX) TO WS-KV-CUST-ID
    MOVE WS-ORD-PAY-TYPE(WS-ORD-IDX) TO WS-KV-PAY-TYPE
    PERFORM WRITE-UNBILLED-LINE
    PERFORM WRITE-BACKLOG-LINE.

      *> The order left the extract without ever being billed: it
      *> stays on the backlog - and on the report - until a link
      *> for it arrives.
CARRY-ONE-ABSENT-BACKLOG-ORDER.
    MOVE 'Y' TO WS-BL-SETTLED(WS-BL-IDX)
    MOVE WS-BL-ORDER-ID(WS-BL-IDX) TO WS-FIND-ORDER-ID
    PERFORM CHECK-ORDER-LINKED
    IF WS-XREF-LINKED = 'Y'
       ADD 1 TO WS-CLEARED-COUNT
    ELSE
       ADD 1 TO WS-UNBILLED-TOTAL
       ADD 1 TO WS-CARRIED-COUNT
       ADD 1 TO WS-GONE-UNBILLED-COUNT
       MOVE WS-BL-PAY-TYPE(WS-BL-IDX) TO WS-PT-LOOKUP
       PERFORM FIND-PAY-TYPE-ENTRY
       IF WS-PT-MATCH-IDX > 0
          ADD 1 TO WS-PT-UNBILLED(WS-PT-MATCH-IDX)
       END-IF
       MOVE WS-BL-ORDER-ID(WS-BL-IDX) TO WS-KV-ORDER-ID
       MOVE WS-BL-CUST-ID(WS-BL-IDX) TO WS-KV-CUST-ID
       MOVE WS-BL-PAY-TYPE(WS-BL-IDX) TO WS-KV-PAY-TYPE
       MOVE WS-BL-FIRST-SEEN(WS-BL-IDX) TO WS-KV-FIRST-SEEN
       MOVE SPACES TO WS-NEW-MARK
       MOVE "NOT IN EXTRACT" TO WS-QUAR-MARK
       PERFORM WRITE-UNBILLED-LINE
       PERFORM WRITE-BACKLOG-LINE
    END-IF.

WRITE-UNBILLED-LINE.
    COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-KV-FIRST-SEEN)
    IF WS-PROC-INT > WS-FIRST-INT
       COMPUTE WS-AGE-DAYS = WS-PROC-INT - WS-FIRST-INT
    ELSE
       MOVE 0 TO WS-AGE-DAYS
    END-IF
    MOVE WS-AGE-DAYS TO WS-AGE-EDIT
    MOVE "PAY-TYPE" TO WS-CODE-FIELD
    MOVE SPACES TO WS-CODE-VALUE
    MOVE WS-KV-PAY-TYPE TO WS-CODE-VALUE(1:1)
    PERFORM FIND-CODE-DESC
    MOVE SPACES TO WS-OUT-LINE
    STRING "  ORDER=" DELIMITED BY SIZE
           WS-KV-ORDER-ID DELIMITED BY SIZE
           " CUST=" DELIMITED BY SIZE
           WS-KV-CUST-ID(4:6) DELIMITED BY SIZE
           " PAY-TYPE=" DELIMITED BY SIZE
           WS-KV-PAY-TYPE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CODE-DESC(1:20) DELIMITED BY SIZE
           " FIRST-SEEN=" DELIMITED BY SIZE
           WS-KV-FIRST-SEEN DELIMITED BY SIZE
           " AGE=" DELIMITED BY SIZE
           WS-AGE-EDIT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-NEW-MARK DELIMITED BY SIZE
           WS-QUAR-MARK DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-BACKLOG-LINE.
    MOVE SPACES TO BACKLOG-REC
    STRING "ORDER_ID=" DELIMITED BY SIZE
           WS-KV-ORDER-ID DELIMITED BY SIZE
           " CUST_ID=" DELIMITED BY SIZE
           WS-KV-CUST-ID(4:6) DELIMITED BY SIZE
           " PAY_TYPE=" DELIMITED BY SIZE
           WS-KV-PAY-TYPE DELIMITED BY SIZE
           " FIRST_SEEN=" DELIMITED BY SIZE
           WS-KV-FIRST-SEEN DELIMITED BY SIZE
           INTO BACKLOG-REC
    END-STRING
    WRITE BACKLOG-REC
    ADD 1 TO WS-BACKLOG-WRITTEN.

      *> Orders linked to more than one distinct invoice, each with
      *> the invoices that claim it.
REPORT-OVERBILLED-ORDERS.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "OVER-BILLED ORDERS - LINKED TO MORE THAN ONE INVOICE"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
       IF WS-ORD-LINKS(WS-ORD-IDX) > 1
          ADD 1 TO WS-OVERBILLED-TOTAL
          MOVE WS-ORD-LINKS(WS-ORD-IDX) TO WS-LINKS-EDIT
          MOVE "PAY-TYPE" TO WS-CODE-FIELD
          MOVE SPACES TO WS-CODE-VALUE
          MOVE WS-ORD-PAY-TYPE(WS-ORD-IDX) TO WS-CODE-VALUE(1:1)
          PERFORM FIND-CODE-DESC
          MOVE SPACES TO WS-OUT-LINE
          STRING "  ORDER=" DELIMITED BY SIZE
                 WS-ORD-ORDER-ID(WS-ORD-IDX) DELIMITED BY SIZE
                 " CUST=" DELIMITED BY SIZE
                 WS-ORD-CUST-ID(WS-ORD-IDX) DELIMITED BY SIZE
                 " PAY-TYPE=" DELIMITED BY SIZE
                 WS-ORD-PAY-TYPE(WS-ORD-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-CODE-DESC(1:20) DELIMITED BY SIZE
                 " INVOICES=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LINKS-EDIT) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
          PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                  UNTIL WS-XREF-IDX > WS-XREF-COUNT
             IF WS-XR-ORDER-ID(WS-XREF-IDX) = WS-ORD-ORDER-ID(WS-ORD-IDX)
                AND WS-XR-REPEAT(WS-XREF-IDX) = 'N'
                MOVE SPACES TO WS-OUT-LINE
                STRING "      INV=" DELIMITED BY SIZE
                       WS-XR-INV-ID(WS-XREF-IDX) DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
             END-IF
          END-PERFORM
       END-IF
    END-PERFORM
    IF WS-OVERBILLED-TOTAL = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

      *> Invoices billed against an order the loader could not tie to
      *> a customer - revenue booked to nobody until the quarantine
      *> clears.
REPORT-QUARANTINE-INVOICES.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "INVOICES LINKED TO ORDERS IN ORDERS_QUARANTINE" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
            UNTIL WS-XREF-IDX > WS-XREF-COUNT
       IF WS-XR-REPEAT(WS-XREF-IDX) = 'N'
          MOVE WS-XR-ORDER-ID(WS-XREF-IDX) TO WS-FIND-ORDER-ID
          PERFORM FIND-QUARANTINE-ENTRY
          IF WS-QUAR-FOUND = 'Y'
             PERFORM WRITE-QUARANTINE-INVOICE-LINE
          END-IF
       END-IF
    END-PERFORM
    IF WS-QUAR-INV-TOTAL = 0
       MOVE "  (NONE)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

WRITE-QUARANTINE-INVOICE-LINE.
    ADD 1 TO WS-QUAR-INV-TOTAL
    PERFORM FIND-ORDER-ENTRY
    IF WS-ORD-FOUND = 'Y'
       MOVE WS-ORD-PAY-TYPE(WS-ORD-MATCH-IDX) TO WS-PT-LOOKUP
       PERFORM FIND-PAY-TYPE-ENTRY
       IF WS-PT-MATCH-IDX > 0
          ADD 1 TO WS-PT-QUAR-INV(WS-PT-MATCH-IDX)
       END-IF
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    STRING "  INV=" DELIMITED BY SIZE
           WS-XR-INV-ID(WS-XREF-IDX) DELIMITED BY SIZE
           " ORDER=" DELIMITED BY SIZE
           WS-XR-ORDER-ID(WS-XREF-IDX) DELIMITED BY SIZE
           " QUARANTINED CUST=" DELIMITED BY SIZE
           WS-QU-CUST-ID(WS-QUAR-MATCH-IDX)(4:6) DELIMITED BY SIZE
           " (NO SUCH CUSTOMER)" DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

REPORT-CLEARED-BACKLOG.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "BACKLOG  PRIOR=" DELIMITED BY SIZE
           WS-BL-COUNT DELIMITED BY SIZE
           "  CLEARED (NOW BILLED)=" DELIMITED BY SIZE
           WS-CLEARED-COUNT DELIMITED BY SIZE
           "  CARRIED FORWARD=" DELIMITED BY SIZE
           WS-BACKLOG-WRITTEN DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

REPORT-PAY-TYPE-COUNTS.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "COUNTS BY PAY-TYPE" TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "  CODE DESCRIPTION            ORDERS  UNBILLED  OVERBILLED  QUAR-INV"
         TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
            UNTIL WS-PT-IDX > WS-PT-COUNT
       MOVE "PAY-TYPE" TO WS-CODE-FIELD
       MOVE SPACES TO WS-CODE-VALUE
       MOVE WS-PT-CODE(WS-PT-IDX) TO WS-CODE-VALUE(1:1)
       PERFORM FIND-CODE-DESC
       MOVE SPACES TO WS-OUT-LINE
       STRING "  " DELIMITED BY SIZE
              WS-PT-CODE(WS-PT-IDX) DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-CODE-DESC(1:20) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-PT-ORDERS(WS-PT-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-PT-UNBILLED(WS-PT-IDX) DELIMITED BY SIZE
              "     " DELIMITED BY SIZE
              WS-PT-OVERBILLED(WS-PT-IDX) DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-PT-QUAR-INV(WS-PT-IDX) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO WS-OUT-LINE
    STRING "TOTAL ORDERS=" DELIMITED BY SIZE
           WS-ORDER-COUNT DELIMITED BY SIZE
           "  UNBILLED=" DELIMITED BY SIZE
           WS-UNBILLED-TOTAL DELIMITED BY SIZE
           "  OVERBILLED=" DELIMITED BY SIZE
           WS-OVERBILLED-TOTAL DELIMITED BY SIZE
           "  QUARANTINE-LINKED INVOICES=" DELIMITED BY SIZE
           WS-QUAR-INV-TOTAL DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

      *> Linear searches, same as every other small in-memory lookup
      *> in this codebase.
FIND-ORDER-ENTRY.
    MOVE 'N' TO WS-ORD-FOUND
    MOVE 0 TO WS-ORD-MATCH-IDX
    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
               OR WS-ORD-FOUND = 'Y'
       IF WS-ORD-ORDER-ID(WS-ORD-IDX) = WS-FIND-ORDER-ID
          MOVE 'Y' TO WS-ORD-FOUND
          MOVE WS-ORD-IDX TO WS-ORD-MATCH-IDX
       END-IF
    END-PERFORM.

FIND-QUARANTINE-ENTRY.
    MOVE 'N' TO WS-QUAR-FOUND
    MOVE 0 TO WS-QUAR-MATCH-IDX
    PERFORM VARYING WS-QUAR-IDX FROM 1 BY 1
            UNTIL WS-QUAR-IDX > WS-QUAR-COUNT
               OR WS-QUAR-FOUND = 'Y'
       IF WS-QU-ORDER-ID(WS-QUAR-IDX) = WS-FIND-ORDER-ID
          MOVE 'Y' TO WS-QUAR-FOUND
          MOVE WS-QUAR-IDX TO WS-QUAR-MATCH-IDX
       END-IF
    END-PERFORM.

FIND-BACKLOG-ENTRY.
    MOVE 'N' TO WS-BL-FOUND
    MOVE 0 TO WS-BL-MATCH-IDX
    PERFORM VARYING WS-BL-IDX FROM 1 BY 1
            UNTIL WS-BL-IDX > WS-BL-COUNT
               OR WS-BL-FOUND = 'Y'
       IF WS-BL-ORDER-ID(WS-BL-IDX) = WS-FIND-ORDER-ID
          MOVE 'Y' TO WS-BL-FOUND
          MOVE WS-BL-IDX TO WS-BL-MATCH-IDX
          MOVE 'Y' TO WS-BL-SETTLED(WS-BL-IDX)
       END-IF
    END-PERFORM.

CHECK-ORDER-LINKED.
    MOVE 'N' TO WS-XREF-LINKED
    PERFORM VARYING WS-XREF-SCAN FROM 1 BY 1
            UNTIL WS-XREF-SCAN > WS-XREF-COUNT
               OR WS-XREF-LINKED = 'Y'
       IF WS-XR-ORDER-ID(WS-XREF-SCAN) = WS-FIND-ORDER-ID
          MOVE 'Y' TO WS-XREF-LINKED
       END-IF
    END-PERFORM.

FIND-PAY-TYPE-ENTRY.
    MOVE 'N' TO WS-PT-FOUND
    MOVE 0 TO WS-PT-MATCH-IDX
    PERFORM VARYING WS-PT-IDX FROM 1 BY 1
            UNTIL WS-PT-IDX > WS-PT-COUNT
               OR WS-PT-FOUND = 'Y'
       IF WS-PT-CODE(WS-PT-IDX) = WS-PT-LOOKUP
          MOVE 'Y' TO WS-PT-FOUND
          MOVE WS-PT-IDX TO WS-PT-MATCH-IDX
       END-IF
    END-PERFORM
    IF WS-PT-FOUND = 'N' AND WS-PT-COUNT < 50
       ADD 1 TO WS-PT-COUNT
       MOVE WS-PT-COUNT TO WS-PT-MATCH-IDX
       MOVE WS-PT-LOOKUP TO WS-PT-CODE(WS-PT-COUNT)
       MOVE 0 TO WS-PT-ORDERS(WS-PT-COUNT)
       MOVE 0 TO WS-PT-UNBILLED(WS-PT-COUNT)
       MOVE 0 TO WS-PT-OVERBILLED(WS-PT-COUNT)
       MOVE 0 TO WS-PT-QUAR-INV(WS-PT-COUNT)
    END-IF.

      *> Blank-split KEY=VALUE pieces, the shape ORDRLOAD's
      *> WRITE-ORPHAN-LINE and WRITE-BACKLOG-LINE both lay down.
PARSE-KV-LINE.
    MOVE 'N' TO WS-KV-PARSE-OK
    MOVE SPACES TO WS-KV-DISP
    MOVE SPACE TO WS-KV-PAY-TYPE
    MOVE 0 TO WS-KV-CUST-ID
    MOVE 0 TO WS-KV-FIRST-SEEN
    PERFORM VARYING WS-KV-IDX FROM 1 BY 1 UNTIL WS-KV-IDX > 6
       MOVE SPACES TO WS-KV-PIECE(WS-KV-IDX)
    END-PERFORM
    COMPUTE WS-KV-LEN =
            FUNCTION LENGTH(FUNCTION TRIM(WS-KV-LINE))
    IF WS-KV-LEN > 0
       MOVE 1 TO WS-KV-PTR
       MOVE 0 TO WS-KV-IDX
       PERFORM UNTIL WS-KV-PTR > WS-KV-LEN OR WS-KV-IDX >= 6
          ADD 1 TO WS-KV-IDX
          UNSTRING WS-KV-LINE DELIMITED BY ALL SPACE
                   INTO WS-KV-PIECE(WS-KV-IDX)
                   WITH POINTER WS-KV-PTR
       END-PERFORM
       PERFORM VARYING WS-KV-IDX FROM 1 BY 1 UNTIL WS-KV-IDX > 6
          IF WS-KV-PIECE(WS-KV-IDX) NOT = SPACES
             MOVE SPACES TO WS-KV-KEY WS-KV-VALUE
             UNSTRING WS-KV-PIECE(WS-KV-IDX) DELIMITED BY '='
                      INTO WS-KV-KEY, WS-KV-VALUE
             END-UNSTRING
             EVALUATE FUNCTION TRIM(WS-KV-KEY)
                WHEN 'ORDER_ID'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-ORDER-ID =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                      MOVE 'Y' TO WS-KV-PARSE-OK
                   END-IF
                WHEN 'CUST_ID'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-CUST-ID =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN 'PAY_TYPE'
                   MOVE WS-KV-VALUE(1:1) TO WS-KV-PAY-TYPE
                WHEN 'FIRST_SEEN'
                   IF FUNCTION TEST-NUMVAL(
                      FUNCTION TRIM(WS-KV-VALUE)) = 0
                      COMPUTE WS-KV-FIRST-SEEN =
                              FUNCTION NUMVAL(WS-KV-VALUE)
                   END-IF
                WHEN 'DISPOSITION'
                   MOVE WS-KV-VALUE(1:20) TO WS-KV-DISP
                WHEN OTHER
                   CONTINUE
             END-EVALUATE
          END-IF
       END-PERFORM
    END-IF.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "CODELIB.cpy".
