      *> CUSTSTMT - customer account statement run. XREFLOAD now
      *> links every INV-ID to its ORDER-ID and ORDRLOAD ties every
      *> ORDER-ID to a CUST-ID, so the full account picture finally
      *> exists in the extracts themselves - but Customer Service
      *> still pieced it together by hand from three BROWSE listings
      *> whenever a customer called. This reads the same four
      *> fixed-width files the loaders read (Data/CUSTOMER.DAT,
      *> Data/ORDERS.DAT, Data/INVOICE_XREF.DAT, Data/INVOICE.DAT)
      *> and prints one statement per customer to
      *> Output/CUSTOMER_STATEMENTS.txt:
      *>   - the customer's orders, PAY-TYPE decoded through
      *>     Config/CODE_TABLES.cfg the way BROWSE shows it;
      *>   - under each order, every invoice the xref feed links to
      *>     it, with its resolved ITEM-LIST lines (exactly
      *>     ITEM-COUNT of them, never the OCCURS maximum);
      *>   - invoice totals netting credit memos out - PROD-AMT is
      *>     zoned decimal with a trailing overpunch sign, decoded
      *>     from the raw bytes exactly as INVCLOAD and INVSUM do, so
      *>     a '}' credit line subtracts instead of corrupting the sum;
      *>   - the current BALANCE off the COMP-3 field, sign nibble
      *>     checked the same way CUSTLOAD checks it;
      *>   - a closing reconciliation line setting the net invoiced
      *>     total beside that balance, with the difference spelled
      *>     out so the agent on the phone sees at once whether the
      *>     balance is fully explained by the invoices on file.
      *>
      *> Orders, links, and invoices are held in bounded in-memory
      *> tables the way BROWSE holds them; customers stream straight
      *> off the extract, so the statement order is the extract's
      *> order. A table overflow stops the run loudly - a statement
      *> silently missing invoices would be read to the customer as
      *> if complete. Records the loaders would reject (non-numeric
      *> keys, unusable ITEM-COUNT, corrupt amounts) never reach a
      *> total; an invoice that is linked but unusable still lists,
      *> marked, so the gap is visible.
      *>
      *> Command line: [CUSTID=nnnnnnnnn] [BUSDATE=YYYYMMDD]
      *>               [OPERATOR=xxx]
      *> CUSTID= prints the single statement Customer Service needs
      *> for a caller; without it every customer gets a statement.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTSTMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-FILE ASSIGN TO DYNAMIC WS-CUSTOMER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
    SELECT ORDER-FILE ASSIGN TO DYNAMIC WS-ORDER-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-ORDER-FILE-STATUS.
    SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-XREF-FILE-STATUS.
    SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.
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
FD  CUSTOMER-FILE.
    COPY "sample.cpy".

FD  ORDER-FILE.
    COPY "sample_redefines.cpy".

FD  XREF-FILE.
    COPY "sample_xref.cpy".

FD  INVOICE-FILE.
    COPY "sample_occurs_depends.cpy".
      *> Second record description under the same FD - implicitly
      *> the same storage as INVOICE, giving byte-level access for
      *> the overpunch decode, same as INVCLOAD and INVSUM.
01  INVOICE-RAW-VIEW             PIC X(200).

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
COPY "TOKWS.cpy".
COPY "DATEWS.cpy".
COPY "CODEWS.cpy".

01  WS-CUSTOMER-FILE-NAME        PIC X(80)
                                  VALUE "Data/CUSTOMER.DAT".
01  WS-CUSTOMER-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-ORDER-FILE-NAME           PIC X(80)
                                  VALUE "Data/ORDERS.DAT".
01  WS-ORDER-FILE-STATUS         PIC XX VALUE SPACES.
01  WS-XREF-FILE-NAME            PIC X(80)
                                  VALUE "Data/INVOICE_XREF.DAT".
01  WS-XREF-FILE-STATUS          PIC XX VALUE SPACES.
01  WS-INVOICE-FILE-NAME         PIC X(80)
                                  VALUE "Data/INVOICE.DAT".
01  WS-INVOICE-FILE-STATUS       PIC XX VALUE SPACES.
01  WS-REPORT-FILE-NAME          PIC X(80)
                                  VALUE "Output/CUSTOMER_STATEMENTS.txt".
01  WS-EOF                       PIC X(1) VALUE 'N'.
01  WS-ARG-IDX                   PIC 9(2).
01  WS-STATEMENT-DATE            PIC 9(8) VALUE 0.
01  WS-ONLY-CUST-ID              PIC 9(9) VALUE 0.

      *> Orders off the ORDRLOAD feed. ORDER-RECORD's CUST-ID is only
      *> six digits; it is held widened to CUSTOMER-RECORD's nine so
      *> the join compares like with like, the same widening ORDRLOAD
      *> does into CM-CUST-ID for its keyed-master gate.
01  WS-ORDER-COUNT               PIC 9(5) VALUE 0.
01  WS-ORDER-TABLE.
    05  WS-ORD-ENTRY OCCURS 5000 TIMES.
        10  WS-ORD-ORDER-ID      PIC 9(8).
        10  WS-ORD-CUST-ID       PIC 9(9).
        10  WS-ORD-PAY-TYPE      PIC X(1).

      *> Invoice-to-order links off the XREFLOAD feed. One order may
      *> carry several invoices, so every link row is kept.
01  WS-XREF-COUNT                PIC 9(5) VALUE 0.
01  WS-XREF-TABLE.
    05  WS-XREF-ENTRY OCCURS 5000 TIMES.
        10  WS-XR-INV-ID         PIC 9(8).
        10  WS-XR-ORDER-ID       PIC 9(8).

      *> Invoices with their resolved line items, amounts already
      *> decoded to signed values. WS-INV-USABLE = 'N' marks a record
      *> INVCLOAD would reject: it stays findable so a linked-but-bad
      *> invoice prints marked, but it never reaches a total.
01  WS-INVOICE-COUNT             PIC 9(5) VALUE 0.
01  WS-INVOICE-TABLE.
    05  WS-INV-ENTRY OCCURS 5000 TIMES.
        10  WS-INV-INV-ID        PIC 9(8).
        10  WS-INV-ITEM-COUNT    PIC 9(2).
        10  WS-INV-USABLE        PIC X(1).
        10  WS-INV-ITEM OCCURS 10 TIMES.
            15  WS-INV-PROD-ID   PIC 9(6).
            15  WS-INV-PROD-QTY  PIC 9(4).
            15  WS-INV-PROD-AMT  PIC S9(7)V9(2).
01  WS-TABLE-OVERFLOW            PIC X(1) VALUE 'N'.

01  WS-ORD-IDX                   PIC 9(5).
01  WS-XREF-IDX                  PIC 9(5).
01  WS-INV-IDX                   PIC 9(5).
01  WS-INV-MATCH-IDX             PIC 9(5).
01  WS-INV-FOUND                 PIC X(1).
01  WS-ITEM-IDX                  PIC 9(2).
01  WS-RECORD-OK                 PIC X(1).

      *> Zoned overpunch decode, same shape as INVCLOAD's.
01  WS-PROD-AMT-DEC-TABLE.
    05  WS-PROD-AMT-DEC OCCURS 10 TIMES
                                 PIC S9(7)V9(2).
01  WS-AMT-OFS                   PIC 9(4).
01  WS-AMT-VALID                 PIC X(1).
01  WS-AMT-DIGITS                PIC X(9).
01  WS-AMT-TEXT                  PIC X(12).
01  WS-OP-BYTE                   PIC X(1).
01  WS-OP-DIGIT                  PIC 9(1).
01  WS-OP-SIGN                   PIC X(1).
01  WS-OP-VALID                  PIC X(1).

      *> COMP-3 sign nibble check, same arithmetic as CUSTLOAD's.
01  WS-BALANCE-SIGN-NUM          PIC 9(3).
01  WS-BALANCE-SIGN-NIBBLE       PIC 9(2).
01  WS-BALANCE-OK                PIC X(1).
01  WS-BALANCE-DISPLAY           PIC S9(9)V9(2).

      *> Per-statement accumulators, reset for every customer.
01  WS-CUST-ORDER-COUNT          PIC 9(5).
01  WS-CUST-INVOICE-COUNT        PIC 9(5).
01  WS-CUST-LINKS-FOR-ORDER      PIC 9(5).
01  WS-CUST-CHARGES              PIC S9(11)V9(2).
01  WS-CUST-CREDITS              PIC S9(11)V9(2).
01  WS-CUST-NET                  PIC S9(11)V9(2).
01  WS-INV-CHARGES               PIC S9(11)V9(2).
01  WS-INV-CREDITS               PIC S9(11)V9(2).
01  WS-INV-NET                   PIC S9(11)V9(2).
01  WS-RECON-DIFF                PIC S9(11)V9(2).

      *> Run totals for the closing summary.
01  WS-CUSTOMER-READ             PIC 9(9) VALUE 0.
01  WS-STATEMENT-COUNT           PIC 9(9) VALUE 0.
01  WS-CUSTOMER-SKIPPED          PIC 9(9) VALUE 0.
01  WS-BALANCE-UNREADABLE        PIC 9(9) VALUE 0.
01  WS-UNRECONCILED-COUNT        PIC 9(9) VALUE 0.
01  WS-INVOICE-SKIPPED           PIC 9(9) VALUE 0.

01  WS-AMT-EDIT                  PIC -(11)9.99.
01  WS-AMT-EDIT-2                PIC -(11)9.99.
01  WS-AMT-EDIT-3                PIC -(11)9.99.
01  WS-LINE-AMT-EDIT             PIC -(7)9.99.
01  WS-QTY-EDIT                  PIC Z(3)9.
01  WS-COUNT-EDIT                PIC Z(4)9.
01  WS-OUT-LINE                  PIC X(132) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-STATEMENT-DATE
    ELSE
       COMPUTE WS-STATEMENT-DATE =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))
    END-IF
    PERFORM LOAD-CODE-TABLE
    PERFORM LOAD-ORDER-TABLE
    PERFORM LOAD-XREF-TABLE
    PERFORM LOAD-INVOICE-TABLE
    IF WS-TABLE-OVERFLOW = 'Y'
       DISPLAY "CUSTSTMT: more than 5000 orders, links, or invoices "
               "- a statement missing its tail would be read to the "
               "customer as complete, stopping."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    OPEN INPUT CUSTOMER-FILE
    IF WS-CUSTOMER-FILE-STATUS NOT = '00'
       DISPLAY "CUSTSTMT: cannot open "
               FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
               " (STATUS=" WS-CUSTOMER-FILE-STATUS ")"
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    OPEN OUTPUT REPORT-FILE
    MOVE 'N' TO WS-EOF
    PERFORM UNTIL WS-EOF = 'Y'
       READ CUSTOMER-FILE
          AT END
             MOVE 'Y' TO WS-EOF
          NOT AT END
             IF CUSTOMER-RECORD(1:3) = 'HDR'
                OR CUSTOMER-RECORD(1:3) = 'TRL'
                CONTINUE
             ELSE
                PERFORM STATEMENT-FOR-ONE-CUSTOMER
             END-IF
       END-READ
    END-PERFORM
    CLOSE CUSTOMER-FILE
    PERFORM WRITE-RUN-SUMMARY
    CLOSE REPORT-FILE

    IF WS-STATEMENT-COUNT = 0
       DISPLAY "CUSTSTMT: no statement produced - no usable customer "
               "record matched in "
               FUNCTION TRIM(WS-CUSTOMER-FILE-NAME)
       MOVE 4 TO RETURN-CODE
       STOP RUN
    END-IF

    DISPLAY "CUSTSTMT: " WS-STATEMENT-COUNT " statement(s), "
            WS-UNRECONCILED-COUNT " not fully explained by invoices, "
            WS-CUSTOMER-SKIPPED " customer record(s) unusable - "
            "statements in " FUNCTION TRIM(WS-REPORT-FILE-NAME) "."
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
          IF FUNCTION UPPER-CASE(WS-PRM-TOKEN(1:7)) = 'CUSTID='
             COMPUTE WS-ONLY-CUST-ID =
                     FUNCTION NUMVAL(WS-PRM-TOKEN(8:9))
          ELSE
             PERFORM APPLY-PARM-TOKEN
          END-IF
       END-IF
    END-PERFORM
    PERFORM VALIDATE-RUN-PARAMETERS.

COPY "TOKENIZE.cpy".

LOAD-ORDER-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT ORDER-FILE
    IF WS-ORDER-FILE-STATUS NOT = '00'
       DISPLAY "CUSTSTMT: cannot open "
               FUNCTION TRIM(WS-ORDER-FILE-NAME)
               " - statements will show no orders."
       CLOSE ORDER-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ ORDER-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF ORDER-RECORD(1:3) NOT = 'HDR'
                   AND ORDER-RECORD(1:3) NOT = 'TRL'
                   AND ORDER-ID IN ORDER-RECORD IS NUMERIC
                   AND CUST-ID IN ORDER-RECORD IS NUMERIC
                   IF WS-ORDER-COUNT < 5000
                      ADD 1 TO WS-ORDER-COUNT
                      MOVE ORDER-ID IN ORDER-RECORD
                           TO WS-ORD-ORDER-ID(WS-ORDER-COUNT)
                      MOVE CUST-ID IN ORDER-RECORD
                           TO WS-ORD-CUST-ID(WS-ORDER-COUNT)
                      MOVE PAY-TYPE TO WS-ORD-PAY-TYPE(WS-ORDER-COUNT)
                   ELSE
                      MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE ORDER-FILE
    END-IF.

      *> Optional, as in BROWSE: absent, every order simply lists
      *> with no invoice linked.
LOAD-XREF-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT XREF-FILE
    IF WS-XREF-FILE-STATUS NOT = '00'
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
                   IF WS-XREF-COUNT < 5000
                      ADD 1 TO WS-XREF-COUNT
                      MOVE INV-ID IN INVOICE-XREF-RECORD
                           TO WS-XR-INV-ID(WS-XREF-COUNT)
                      MOVE ORDER-ID IN INVOICE-XREF-RECORD
                           TO WS-XR-ORDER-ID(WS-XREF-COUNT)
                   ELSE
                      MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE XREF-FILE
    END-IF.

LOAD-INVOICE-TABLE.
    MOVE 'N' TO WS-EOF
    OPEN INPUT INVOICE-FILE
    IF WS-INVOICE-FILE-STATUS NOT = '00'
       DISPLAY "CUSTSTMT: cannot open "
               FUNCTION TRIM(WS-INVOICE-FILE-NAME)
               " - linked invoices will list as missing."
       CLOSE INVOICE-FILE
    ELSE
       PERFORM UNTIL WS-EOF = 'Y'
          READ INVOICE-FILE
             AT END
                MOVE 'Y' TO WS-EOF
             NOT AT END
                IF INVOICE(1:3) NOT = 'HDR'
                   AND INVOICE(1:3) NOT = 'TRL'
                   AND INV-ID IN INVOICE IS NUMERIC
                   IF WS-INVOICE-COUNT < 5000
                      PERFORM HOLD-ONE-INVOICE
                   ELSE
                      MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM
       CLOSE INVOICE-FILE
    END-IF.

      *> The same checks INVCLOAD applies before anything loads; an
      *> invoice failing them is held with no items, marked unusable.
HOLD-ONE-INVOICE.
    ADD 1 TO WS-INVOICE-COUNT
    MOVE INV-ID IN INVOICE TO WS-INV-INV-ID(WS-INVOICE-COUNT)
    MOVE 'Y' TO WS-RECORD-OK
    IF ITEM-COUNT NOT NUMERIC
       MOVE 'N' TO WS-RECORD-OK
    ELSE
       IF ITEM-COUNT > 10
          MOVE 'N' TO WS-RECORD-OK
       END-IF
    END-IF
    IF WS-RECORD-OK = 'Y'
       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > ITEM-COUNT
          IF PROD-ID(WS-ITEM-IDX) NOT NUMERIC
             OR PROD-QTY(WS-ITEM-IDX) NOT NUMERIC
             MOVE 'N' TO WS-RECORD-OK
          END-IF
          PERFORM DECODE-PROD-AMT
          IF WS-AMT-VALID = 'N'
             MOVE 'N' TO WS-RECORD-OK
          END-IF
       END-PERFORM
    END-IF
    IF WS-RECORD-OK = 'N'
       ADD 1 TO WS-INVOICE-SKIPPED
       MOVE 'N' TO WS-INV-USABLE(WS-INVOICE-COUNT)
       MOVE 0 TO WS-INV-ITEM-COUNT(WS-INVOICE-COUNT)
    ELSE
       MOVE 'Y' TO WS-INV-USABLE(WS-INVOICE-COUNT)
       MOVE ITEM-COUNT TO WS-INV-ITEM-COUNT(WS-INVOICE-COUNT)
       PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > ITEM-COUNT
          MOVE PROD-ID(WS-ITEM-IDX)
               TO WS-INV-PROD-ID(WS-INVOICE-COUNT, WS-ITEM-IDX)
          MOVE PROD-QTY(WS-ITEM-IDX)
               TO WS-INV-PROD-QTY(WS-INVOICE-COUNT, WS-ITEM-IDX)
          MOVE WS-PROD-AMT-DEC(WS-ITEM-IDX)
               TO WS-INV-PROD-AMT(WS-INVOICE-COUNT, WS-ITEM-IDX)
       END-PERFORM
    END-IF.

      *> One customer record: unusable keys are counted and skipped,
      *> the CUSTID= filter applied, and the statement printed.
STATEMENT-FOR-ONE-CUSTOMER.
    ADD 1 TO WS-CUSTOMER-READ
    IF CUST-ID IN CUSTOMER-RECORD NOT NUMERIC
       ADD 1 TO WS-CUSTOMER-SKIPPED
    ELSE
       IF WS-ONLY-CUST-ID = 0
          OR WS-ONLY-CUST-ID = CUST-ID IN CUSTOMER-RECORD
          PERFORM WRITE-CUSTOMER-STATEMENT
       END-IF
    END-IF.

WRITE-CUSTOMER-STATEMENT.
    ADD 1 TO WS-STATEMENT-COUNT
    MOVE 0 TO WS-CUST-ORDER-COUNT
    MOVE 0 TO WS-CUST-INVOICE-COUNT
    MOVE 0 TO WS-CUST-CHARGES
    MOVE 0 TO WS-CUST-CREDITS
    MOVE 0 TO WS-CUST-NET
    PERFORM CHECK-BALANCE-SIGN

    MOVE ALL "=" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "ACCOUNT STATEMENT  DATE=" DELIMITED BY SIZE
           WS-STATEMENT-DATE DELIMITED BY SIZE
           "  CUST-ID=" DELIMITED BY SIZE
           CUST-ID IN CUSTOMER-RECORD DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  NAME:  " DELIMITED BY SIZE
           CUST-NAME DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  PHONE: " DELIMITED BY SIZE
           PHONE-NUMBER DELIMITED BY SIZE
           "  EMAIL: " DELIMITED BY SIZE
           EMAIL DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE

    PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
            UNTIL WS-ORD-IDX > WS-ORDER-COUNT
       IF WS-ORD-CUST-ID(WS-ORD-IDX) = CUST-ID IN CUSTOMER-RECORD
          PERFORM WRITE-ONE-ORDER
       END-IF
    END-PERFORM
    IF WS-CUST-ORDER-COUNT = 0
       MOVE "  (NO ORDERS ON FILE FOR THIS CUSTOMER)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF

    PERFORM WRITE-STATEMENT-CLOSE.

      *> PAY-TYPE decoded alongside the raw byte, as BROWSE shows it.
WRITE-ONE-ORDER.
    ADD 1 TO WS-CUST-ORDER-COUNT
    MOVE "PAY-TYPE" TO WS-CODE-FIELD
    MOVE SPACES TO WS-CODE-VALUE
    MOVE WS-ORD-PAY-TYPE(WS-ORD-IDX) TO WS-CODE-VALUE(1:1)
    PERFORM FIND-CODE-DESC
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    STRING "  ORDER " DELIMITED BY SIZE
           WS-ORD-ORDER-ID(WS-ORD-IDX) DELIMITED BY SIZE
           "  PAY-TYPE=" DELIMITED BY SIZE
           WS-ORD-PAY-TYPE(WS-ORD-IDX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WS-CODE-DESC) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    MOVE 0 TO WS-CUST-LINKS-FOR-ORDER
    PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
            UNTIL WS-XREF-IDX > WS-XREF-COUNT
       IF WS-XR-ORDER-ID(WS-XREF-IDX) = WS-ORD-ORDER-ID(WS-ORD-IDX)
          ADD 1 TO WS-CUST-LINKS-FOR-ORDER
          PERFORM WRITE-ONE-LINKED-INVOICE
       END-IF
    END-PERFORM
    IF WS-CUST-LINKS-FOR-ORDER = 0
       MOVE "    (NO INVOICE LINKED TO THIS ORDER)" TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    END-IF.

      *> One invoice under its order: its items, then its own net
      *> total. A negative PROD-AMT is a credit memo line - it is
      *> flagged and kept out of the charges column so the statement
      *> shows what was billed and what was credited back.
WRITE-ONE-LINKED-INVOICE.
    PERFORM FIND-LINKED-INVOICE
    IF WS-INV-FOUND = 'N'
       MOVE SPACES TO WS-OUT-LINE
       STRING "    INVOICE " DELIMITED BY SIZE
              WS-XR-INV-ID(WS-XREF-IDX) DELIMITED BY SIZE
              "  (LINKED BUT NOT IN THE INVOICE EXTRACT)"
                   DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
    ELSE
       IF WS-INV-USABLE(WS-INV-MATCH-IDX) = 'N'
          MOVE SPACES TO WS-OUT-LINE
          STRING "    INVOICE " DELIMITED BY SIZE
                 WS-XR-INV-ID(WS-XREF-IDX) DELIMITED BY SIZE
                 "  (RECORD UNUSABLE - NOT TOTALLED, SEE "
                      DELIMITED BY SIZE
                 "INVOICE_REJECTS)" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
       ELSE
          ADD 1 TO WS-CUST-INVOICE-COUNT
          MOVE 0 TO WS-INV-CHARGES
          MOVE 0 TO WS-INV-CREDITS
          MOVE WS-INV-ITEM-COUNT(WS-INV-MATCH-IDX) TO WS-COUNT-EDIT
          MOVE SPACES TO WS-OUT-LINE
          STRING "    INVOICE " DELIMITED BY SIZE
                 WS-XR-INV-ID(WS-XREF-IDX) DELIMITED BY SIZE
                 "  ITEMS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
          PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                  UNTIL WS-ITEM-IDX >
                        WS-INV-ITEM-COUNT(WS-INV-MATCH-IDX)
             PERFORM WRITE-ONE-ITEM-LINE
          END-PERFORM
          COMPUTE WS-INV-NET = WS-INV-CHARGES + WS-INV-CREDITS
          ADD WS-INV-CHARGES TO WS-CUST-CHARGES
          ADD WS-INV-CREDITS TO WS-CUST-CREDITS
          ADD WS-INV-NET TO WS-CUST-NET
          MOVE WS-INV-CHARGES TO WS-AMT-EDIT
          MOVE WS-INV-CREDITS TO WS-AMT-EDIT-2
          MOVE WS-INV-NET TO WS-AMT-EDIT-3
          MOVE SPACES TO WS-OUT-LINE
          STRING "      INVOICE TOTAL  CHARGES=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
                 "  CREDITS=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT-2) DELIMITED BY SIZE
                 "  NET=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT-3) DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
          PERFORM WRITE-REPORT-LINE
       END-IF
    END-IF.

WRITE-ONE-ITEM-LINE.
    MOVE WS-INV-PROD-QTY(WS-INV-MATCH-IDX, WS-ITEM-IDX)
         TO WS-QTY-EDIT
    MOVE WS-INV-PROD-AMT(WS-INV-MATCH-IDX, WS-ITEM-IDX)
         TO WS-LINE-AMT-EDIT
    MOVE SPACES TO WS-OUT-LINE
    IF WS-INV-PROD-AMT(WS-INV-MATCH-IDX, WS-ITEM-IDX) < 0
       ADD WS-INV-PROD-AMT(WS-INV-MATCH-IDX, WS-ITEM-IDX)
           TO WS-INV-CREDITS
       STRING "      LINE " DELIMITED BY SIZE
              WS-ITEM-IDX DELIMITED BY SIZE
              "  PROD-ID=" DELIMITED BY SIZE
              WS-INV-PROD-ID(WS-INV-MATCH-IDX, WS-ITEM-IDX)
                   DELIMITED BY SIZE
              "  QTY=" DELIMITED BY SIZE
              WS-QTY-EDIT DELIMITED BY SIZE
              "  AMT=" DELIMITED BY SIZE
              WS-LINE-AMT-EDIT DELIMITED BY SIZE
              "  CREDIT MEMO" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    ELSE
       ADD WS-INV-PROD-AMT(WS-INV-MATCH-IDX, WS-ITEM-IDX)
           TO WS-INV-CHARGES
       STRING "      LINE " DELIMITED BY SIZE
              WS-ITEM-IDX DELIMITED BY SIZE
              "  PROD-ID=" DELIMITED BY SIZE
              WS-INV-PROD-ID(WS-INV-MATCH-IDX, WS-ITEM-IDX)
                   DELIMITED BY SIZE
              "  QTY=" DELIMITED BY SIZE
              WS-QTY-EDIT DELIMITED BY SIZE
              "  AMT=" DELIMITED BY SIZE
              WS-LINE-AMT-EDIT DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
    END-IF
    PERFORM WRITE-REPORT-LINE.

      *> Linear search, same as every other small in-memory lookup in
      *> this codebase (BROWSE's join, INVSUM's roll-up).
FIND-LINKED-INVOICE.
    MOVE 'N' TO WS-INV-FOUND
    MOVE 0 TO WS-INV-MATCH-IDX
    PERFORM VARYING WS-INV-IDX FROM 1 BY 1
            UNTIL WS-INV-IDX > WS-INVOICE-COUNT
               OR WS-INV-FOUND = 'Y'
       IF WS-INV-INV-ID(WS-INV-IDX) = WS-XR-INV-ID(WS-XREF-IDX)
          MOVE 'Y' TO WS-INV-FOUND
          MOVE WS-INV-IDX TO WS-INV-MATCH-IDX
       END-IF
    END-PERFORM.

      *> Customer totals, the balance, and the reconciliation line.
      *> The balance on file is compared with the net invoiced total;
      *> any difference is what payments, opening balances, or
      *> unlinked activity must account for, and the statement says
      *> so instead of leaving the agent to do the arithmetic.
WRITE-STATEMENT-CLOSE.
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE ALL "-" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    MOVE WS-CUST-CHARGES TO WS-AMT-EDIT
    MOVE WS-CUST-CREDITS TO WS-AMT-EDIT-2
    MOVE WS-CUST-NET TO WS-AMT-EDIT-3
    MOVE SPACES TO WS-OUT-LINE
    STRING "  ORDERS=" DELIMITED BY SIZE
           WS-CUST-ORDER-COUNT DELIMITED BY SIZE
           "  INVOICES=" DELIMITED BY SIZE
           WS-CUST-INVOICE-COUNT DELIMITED BY SIZE
           "  CHARGES=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
           "  CREDITS=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-EDIT-2) DELIMITED BY SIZE
           "  NET INVOICED=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-AMT-EDIT-3) DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE

    IF WS-BALANCE-OK = 'N'
       ADD 1 TO WS-BALANCE-UNREADABLE
       ADD 1 TO WS-UNRECONCILED-COUNT
       MOVE SPACES TO WS-OUT-LINE
       STRING "  CURRENT BALANCE: (UNREADABLE - INVALID COMP-3 SIGN "
                   DELIMITED BY SIZE
              "NIBBLE " DELIMITED BY SIZE
              WS-BALANCE-SIGN-NIBBLE DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       MOVE "  RECONCILIATION: NOT POSSIBLE - BALANCE UNREADABLE"
            TO WS-OUT-LINE
       PERFORM WRITE-REPORT-LINE
    ELSE
       MOVE BALANCE TO WS-BALANCE-DISPLAY
       MOVE WS-BALANCE-DISPLAY TO WS-AMT-EDIT
       MOVE SPACES TO WS-OUT-LINE
       STRING "  CURRENT BALANCE: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
              INTO WS-OUT-LINE
       END-STRING
       PERFORM WRITE-REPORT-LINE
       COMPUTE WS-RECON-DIFF = WS-BALANCE-DISPLAY - WS-CUST-NET
       MOVE WS-CUST-NET TO WS-AMT-EDIT-2
       MOVE WS-RECON-DIFF TO WS-AMT-EDIT-3
       MOVE SPACES TO WS-OUT-LINE
       IF WS-RECON-DIFF = 0
          STRING "  RECONCILIATION: NET INVOICED=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT-2) DELIMITED BY SIZE
                 "  BALANCE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
                 "  DIFFERENCE=0.00  STATUS=AGREES" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       ELSE
          ADD 1 TO WS-UNRECONCILED-COUNT
          STRING "  RECONCILIATION: NET INVOICED=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT-2) DELIMITED BY SIZE
                 "  BALANCE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT) DELIMITED BY SIZE
                 "  DIFFERENCE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-AMT-EDIT-3) DELIMITED BY SIZE
                 "  STATUS=DIFFERS (PAYMENTS/OPENING BALANCE/"
                      DELIMITED BY SIZE
                 "UNLINKED ACTIVITY)" DELIMITED BY SIZE
                 INTO WS-OUT-LINE
          END-STRING
       END-IF
       PERFORM WRITE-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-OUT-LINE
    PERFORM WRITE-REPORT-LINE.

      *> Same sign-nibble test CUSTLOAD rejects a record on: 12 (C)
      *> and 15 (F) positive, 13 (D) negative, anything else corrupt.
CHECK-BALANCE-SIGN.
    MOVE 'Y' TO WS-BALANCE-OK
    COMPUTE WS-BALANCE-SIGN-NUM = FUNCTION ORD(BALANCE-SIGN-BYTE) - 1
    COMPUTE WS-BALANCE-SIGN-NIBBLE = FUNCTION MOD(WS-BALANCE-SIGN-NUM, 16)
    IF WS-BALANCE-SIGN-NIBBLE NOT = 12
       AND WS-BALANCE-SIGN-NIBBLE NOT = 13
       AND WS-BALANCE-SIGN-NIBBLE NOT = 15
       MOVE 'N' TO WS-BALANCE-OK
    END-IF.

WRITE-RUN-SUMMARY.
    MOVE ALL "=" TO WS-OUT-LINE(1:72)
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "STATEMENT RUN  DATE=" DELIMITED BY SIZE
           WS-STATEMENT-DATE DELIMITED BY SIZE
           "  CUSTOMERS READ=" DELIMITED BY SIZE
           WS-CUSTOMER-READ DELIMITED BY SIZE
           "  STATEMENTS=" DELIMITED BY SIZE
           WS-STATEMENT-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO WS-OUT-LINE
    STRING "  NOT RECONCILED=" DELIMITED BY SIZE
           WS-UNRECONCILED-COUNT DELIMITED BY SIZE
           "  BALANCE UNREADABLE=" DELIMITED BY SIZE
           WS-BALANCE-UNREADABLE DELIMITED BY SIZE
           "  CUSTOMERS UNUSABLE=" DELIMITED BY SIZE
           WS-CUSTOMER-SKIPPED DELIMITED BY SIZE
           "  INVOICES UNUSABLE=" DELIMITED BY SIZE
           WS-INVOICE-SKIPPED DELIMITED BY SIZE
           INTO WS-OUT-LINE
    END-STRING
    PERFORM WRITE-REPORT-LINE.

WRITE-REPORT-LINE.
    MOVE WS-OUT-LINE TO REPORT-REC
    WRITE REPORT-REC
    MOVE SPACES TO WS-OUT-LINE.

      *> Decodes item WS-ITEM-IDX's PROD-AMT from the raw record
      *> bytes - eight plain digits, then the overpunched units byte.
      *> Same arithmetic as INVCLOAD's twin: item storage starts at
      *> byte 11, PROD-ID(6) and PROD-QTY(4) precede the amount
      *> within each 19-byte item.
DECODE-PROD-AMT.
    MOVE 'Y' TO WS-AMT-VALID
    COMPUTE WS-AMT-OFS = 21 + (WS-ITEM-IDX - 1) * 19
    IF INVOICE-RAW-VIEW(WS-AMT-OFS:8) IS NUMERIC
       MOVE INVOICE-RAW-VIEW(WS-AMT-OFS + 8:1) TO WS-OP-BYTE
       PERFORM DECODE-OVERPUNCH-BYTE
       IF WS-OP-VALID = 'Y'
          MOVE INVOICE-RAW-VIEW(WS-AMT-OFS:8) TO WS-AMT-DIGITS(1:8)
          MOVE WS-OP-DIGIT TO WS-AMT-DIGITS(9:1)
          MOVE SPACES TO WS-AMT-TEXT
          STRING WS-AMT-DIGITS(1:7) DELIMITED BY SIZE
                 "." DELIMITED BY SIZE
                 WS-AMT-DIGITS(8:2) DELIMITED BY SIZE
                 INTO WS-AMT-TEXT
          END-STRING
          COMPUTE WS-PROD-AMT-DEC(WS-ITEM-IDX) =
                  FUNCTION NUMVAL(WS-AMT-TEXT)
          IF WS-OP-SIGN = '-'
             COMPUTE WS-PROD-AMT-DEC(WS-ITEM-IDX) =
                     0 - WS-PROD-AMT-DEC(WS-ITEM-IDX)
          END-IF
       ELSE
          MOVE 'N' TO WS-AMT-VALID
       END-IF
    ELSE
       MOVE 'N' TO WS-AMT-VALID
    END-IF.

      *> Standard zoned-decimal overpunch, same as INVCLOAD's twin.
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

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "CODELIB.cpy".
