      *> TESTGEN - copybook-driven synthetic test extract generator.
      *> Testing a new copybook, or a change to a loader or to
      *> SPLITFEED, used to mean asking the mainframe for sample files
      *> or masking production data. This walks any copybook the shared
      *> scanner understands (TOKWS/TOKENIZE line scan, PICWS/PARSEPIC
      *> PICTURE parsing, the group stack and REDEFINES offset rewind
      *> GENLOAD uses) and writes a fixed-width test extract of the
      *> requested number of data records, byte-exact to the layout:
      *>   - display numerics as digits; signed zoned fields with the
      *>     trailing overpunch ('{'/'A'-'I' positive, '}'/'J'-'R'
      *>     negative); SIGN TRAILING SEPARATE with its own '+'/'-'
      *>     byte; COMP-3 packed two digits a byte with a C/D sign
      *>     nibble (F when unsigned); COMP/BINARY big-endian two's
      *>     complement
      *>   - one OCCURS group, fixed or DEPENDING ON; an ODO counter
      *>     gets a random item count within the declared range and
      *>     the record is exactly as long as that count implies
      *>   - 8-digit date fields (the same name test DDLGEN applies)
      *>     as valid calendar dates, leap days included, a later
      *>     date field in the record never earlier than the one
      *>     before it (END-DATE on or after START-DATE)
      *>   - the record's first numeric field outside the OCCURS group
      *>     as its key, KEYBASE= plus the record number, so keys are
      *>     unique; any other numeric field named *-ID as a reference
      *>     drawn from 1 to REFKEYS= (default the record count), so a
      *>     detail extract's references land on a master extract
      *>     generated with the same count
      *>   - text from a word list plus the record number, an EMAIL
      *>     field as a lower-case address, a PHONE field as an E.164
      *>     number, a one-byte flag as 'Y'
      *> Alternate views under a REDEFINES are not generated - the
      *> primary view fills the bytes. FILLER is spaces (zeros when
      *> numeric).
      *>
      *> The shop-standard HDR/TRL control pair (CTLLIB.cpy positions)
      *> brackets the data records unless CONTROL=N: the header
      *> carries BUSDATE= (or today), the trailer the data-record count
      *> and the hash total of the control field - the first COMP-3 or
      *> decimal-carrying numeric, the field GENLOAD and the bespoke
      *> loaders total - over every data record as generated. A layout
      *> under 26 bytes carries the count only, as ORDER-RECORD does;
      *> an OCCURS DEPENDING ON layout uses INVCLOAD's control shape
      *> (marker in the leading bytes, the counter set just high
      *> enough for the payload, the payload at the start of the
      *> table). A layout under 12 bytes cannot carry a count and is
      *> written without the pair.
      *>
      *> Error injection is seeded (SEED=, Park-Miller minimal
      *> standard generator) so a run can be repeated byte for byte:
      *>   REJECTS=n  n data records get exactly one corrupted field -
      *>              a letter in a display numeric, a non-numeric or
      *>              impossible date (month 13, day 00, 30 February,
      *>              29 February of a common year), a bad overpunch or
      *>              separate sign byte, a zero packed sign nibble
      *>   DUPS=n     n data records repeat an earlier clean record
      *>              byte for byte, so the repeat carries its key
      *>              whichever field the loader keys on
      *> Record 1 is always clean; a record is never both. The key
      *> field can be the one corrupted; an ODO counter never is -
      *> a broken counter loses every later record boundary, a test
      *> of its own.
      *>
      *> Alongside the extract goes <output-file>.expected, a
      *> pipe-delimited list of what each loader should do with it,
      *> which TESTCHK compares against a load's reject, duplicate and
      *> recon reports:
      *>   SEGMENT|<01-level name>|TYPE=<type byte>|FILE=<output>
      *>   REJECT|<record no>|<field>|<fault>|<value as written>
      *>   DUPLICATE|<record no>|<record no it repeats>
      *>   TRAILER|COUNT=<n>|AMOUNT=<hash total or NONE>
      *>   FEED|<type byte>|<records written, control records too>
      *>   LOADER|<program>|PREFIX=<Output/ name>|READ=|LOADED=
      *>          |REJECTED=|DUPLICATES=|CONTROL_TOTAL=
      *> Record numbers count data records only - the loaders'
      *> RECORD= numbering. A LOADER line is written for GENLOAD (not
      *> for an OCCURS layout, which GENLOAD refuses) and for the
      *> bespoke loader that owns the 01-level record, its counts
      *> following DUPPOLICY= as DUPLIB.cpy applies it: F rejects the
      *> repeat, L loads it, R rejects it and reclassifies the first
      *> occurrence. Rejects a loader makes against reference data
      *> (an orphan CUST-ID, INVCLOAD's product master) are outside
      *> what a copybook can predict and are not listed.
      *>
      *> Mixed feeds for SPLITFEED are built in segments: TYPE=C|O|I
      *> puts that record-type byte ahead of every record this run
      *> writes (its HDR/TRL too, as the grammar carries them),
      *> APPEND=Y adds the segment to the end of an existing extract
      *> and expected file, and FEEDEND=Y on the last segment closes
      *> the feed with its 'T' trailer - the per-type counts taken
      *> from the FEED lines of the segments already in the expected
      *> file plus this one. RECFM=VB writes every record behind its
      *> RDW (RDWLIB.cpy).
      *>
      *> Command line: <copybook-path> <output-file> <record-count>
      *>               [SEED=n] [REJECTS=n] [DUPS=n] [CONTROL=Y|N]
      *>               [KEYBASE=n] [REFKEYS=n] [DUPPOLICY=F|L|R]
      *>               [BUSDATE=YYYYMMDD] [RECFM=VB]
      *>               [TYPE=C|O|I] [APPEND=Y] [FEEDEND=Y]
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. TESTGEN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COPYBOOK-FILE ASSIGN TO DYNAMIC WS-INPUT-COPYBOOK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COPYBOOK-FILE-STATUS.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT EXPECT-FILE ASSIGN TO DYNAMIC WS-EXPECT-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPECT-FILE-STATUS.
    SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROFILE-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  COPYBOOK-FILE.
01  COPYBOOK-LINE                PIC X(200).

FD  RDW-FILE.
01  RDW-BYTE                     PIC X(1).

FD  EXPECT-FILE.
01  EXPECT-REC                   PIC X(200).

FD  PROFILE-FILE.
01  PROFILE-LINE                 PIC X(250).

WORKING-STORAGE SECTION.
COPY "RUNPARM.cpy".
COPY "PARSEWS.cpy".
COPY "PROFILEWS.cpy".
COPY "TOKWS.cpy".
COPY "PICWS.cpy".
COPY "DATEWS.cpy".
COPY "RDWWS.cpy".
COPY "HEXWS.cpy".

01  WS-INPUT-COPYBOOK            PIC X(80).
01  WS-COPYBOOK-FILE-STATUS      PIC XX VALUE SPACES.
01  WS-OUTPUT-FILE               PIC X(80).
01  WS-EXPECT-FILE-NAME          PIC X(90).
01  WS-EXPECT-FILE-STATUS        PIC XX VALUE SPACES.
01  WS-EXPECT-EOF                PIC X(1) VALUE 'N'.
01  WS-EXPECT-LINE               PIC X(200).
01  WS-ARG-IDX                   PIC 9(2).
01  WS-COPY-EOF                  PIC X VALUE 'N'.
01  WS-ENTRY-PENDING             PIC X(1) VALUE 'N'.

      *> Run settings off the command line.
01  WS-TG-RECORDS-WANTED         PIC 9(9) VALUE 0.
01  WS-TG-SEED                   PIC 9(10) VALUE 1.
01  WS-TG-REJECTS-WANTED         PIC 9(9) VALUE 0.
01  WS-TG-DUPS-WANTED            PIC 9(9) VALUE 0.
01  WS-TG-CONTROL-MODE           PIC X(1) VALUE 'Y'.
01  WS-TG-KEY-BASE               PIC 9(9) VALUE 0.
01  WS-TG-REF-KEYS               PIC 9(9) VALUE 0.
01  WS-TG-TYPE-BYTE              PIC X(1) VALUE SPACE.
01  WS-TG-APPEND-MODE            PIC X(1) VALUE 'N'.
01  WS-TG-FEED-END               PIC X(1) VALUE 'N'.

      *> Same group stack and name directory GENLOAD walks a copybook
      *> with; a later REDEFINES rewinds the running offset to its
      *> target's start.
01  WS-STACK-TOP                 PIC 9(2) VALUE 0.
01  WS-STACK-AREA.
    05  WS-STACK-ENTRY OCCURS 15 TIMES.
        10  WS-STACK-LEVEL       PIC 9(2).
        10  WS-STACK-NAME        PIC X(30).
        10  WS-STACK-SKIP-FLAG   PIC X(1).

01  WS-DIR-COUNT                 PIC 9(3) VALUE 0.
01  WS-DIR-AREA.
    05  WS-DIR-ENTRY OCCURS 200 TIMES.
        10  WS-DIR-NAME          PIC X(30).
        10  WS-DIR-OFFSET        PIC 9(4).

01  WS-LEVEL-NUM                 PIC 9(2).
01  WS-ITEM-NAME                 PIC X(30).
01  WS-HAS-PIC                   PIC X(1).
01  WS-THIS-HAS-REDEFINES        PIC X(1).
01  WS-REDEFINES-TARGET          PIC X(30).
01  WS-THIS-HAS-OCCURS           PIC X(1).
01  WS-IN-SKIP                   PIC X(1).
01  WS-SCAN-IDX                  PIC 9(2).
01  WS-NM-IDX                    PIC 9(2).
01  WS-DIR-IDX                   PIC 9(3).

      *> Byte positions are 1-based reference-modification positions,
      *> as in GENLOAD.
01  WS-TG-NEXT-OFF               PIC 9(4) VALUE 1.
01  WS-TG-HIGH-WATER             PIC 9(4) VALUE 1.
01  WS-REDEF-LEVEL               PIC 9(2) VALUE 0.
01  WS-TG-RECORD-NAME            PIC X(30) VALUE SPACES.
01  WS-TG-FATAL                  PIC X(1) VALUE 'N'.
01  WS-TG-FATAL-TEXT             PIC X(80) VALUE SPACES.
01  WS-TG-ELEM-LEN               PIC 9(4).

      *> The one OCCURS group a layout may carry. Fields inside it
      *> keep offsets relative to the start of one element; item n
      *> of a field sits (n - 1) element lengths further on.
01  WS-TG-OCC-SEEN               PIC X(1) VALUE 'N'.
01  WS-TG-OCC-OPEN               PIC X(1) VALUE 'N'.
01  WS-TG-OCC-LEVEL              PIC 9(2) VALUE 0.
01  WS-TG-OCC-NAME               PIC X(30) VALUE SPACES.
01  WS-TG-OCC-START              PIC 9(4) VALUE 0.
01  WS-TG-OCC-MIN                PIC 9(4) VALUE 0.
01  WS-TG-OCC-MAX                PIC 9(4) VALUE 0.
01  WS-TG-OCC-DEPENDING          PIC X(30) VALUE SPACES.
01  WS-TG-OCC-ELEM-LEN           PIC 9(4) VALUE 0.
01  WS-TG-THIS-OCC-MIN           PIC 9(4).
01  WS-TG-THIS-OCC-MAX           PIC 9(4).
01  WS-TG-THIS-OCC-DEP           PIC X(30).

      *> One generated field per elementary entry. Type as GENLOAD's:
      *> 'A' alphanumeric, 'N' unsigned display, 'S' zoned overpunch,
      *> 'T' sign trailing separate, 'P' COMP-3, 'B' COMP/BINARY,
      *> 'D' 8-digit date, 'F' FILLER. Role: 'K' the record key,
      *> 'R' a *-ID reference, 'C' the ODO counter, SPACE otherwise.
01  WS-TF-COUNT                  PIC 9(3) VALUE 0.
01  WS-TF-AREA.
    05  WS-TF-ENTRY OCCURS 100 TIMES.
        10  WS-TF-NAME           PIC X(30).
        10  WS-TF-OFFSET         PIC 9(4).
        10  WS-TF-LENGTH         PIC 9(4).
        10  WS-TF-TYPE           PIC X(1).
        10  WS-TF-DIGITS         PIC 9(2).
        10  WS-TF-DEC-DIGITS     PIC 9(2).
        10  WS-TF-SIGNED         PIC X(1).
        10  WS-TF-IN-TABLE       PIC X(1).
        10  WS-TF-ROLE           PIC X(1).
01  WS-TF-IDX                    PIC 9(3).
01  WS-TG-KEY-IDX                PIC 9(3) VALUE 0.
01  WS-TG-COUNTER-IDX            PIC 9(3) VALUE 0.
01  WS-TG-CONTROL-IDX            PIC 9(3) VALUE 0.
01  WS-TG-NAME-LEN               PIC 9(2).

      *> Record geometry: the fixed part ahead of an ODO table, the
      *> full (or fixed-layout) length, and this record's length.
01  WS-TG-FIXED-LEN              PIC 9(4) VALUE 0.
01  WS-TG-RECORD-LEN             PIC 9(4) VALUE 0.
01  WS-TG-THIS-LEN               PIC 9(4) VALUE 0.
01  WS-TG-ITEMS                  PIC 9(4) VALUE 0.
01  WS-TG-ITEM                   PIC 9(4) VALUE 0.
01  WS-TG-RECORD                 PIC X(4000).

      *> Fields a fault may land on: outside the table, and per item.
01  WS-TG-ELIG-FIXED             PIC 9(3) VALUE 0.
01  WS-TG-ELIG-ITEM              PIC 9(3) VALUE 0.
01  WS-TG-ELIG-COUNT             PIC 9(5) VALUE 0.
01  WS-TG-ELIG-PICK              PIC 9(5) VALUE 0.
01  WS-TG-ELIG-FIELD             PIC X(1).

      *> Park-Miller minimal standard generator: 16807 * X mod 2**31-1.
01  WS-TG-RAND-STATE             PIC 9(10) VALUE 1.
01  WS-TG-RAND-WORK              PIC 9(15) VALUE 0.
01  WS-TG-RAND-PICK              PIC 9(10) VALUE 0.

      *> One field instance's value, as a magnitude and a sign.
01  WS-TG-POS                    PIC 9(4).
01  WS-TG-LEN                    PIC 9(4).
01  WS-TG-MAG                    PIC 9(18).
01  WS-TG-NEG                    PIC X(1).
01  WS-TG-LIMIT                  PIC 9(18).
01  WS-TG-POW                    PIC 9(2).
01  WS-TG-LAST-DIGIT             PIC 9(1).
01  WS-TG-OP-POSITIVE            PIC X(10) VALUE "{ABCDEFGHI".
01  WS-TG-OP-NEGATIVE            PIC X(10) VALUE "}JKLMNOPQR".
01  WS-TG-BYTE-IDX               PIC 9(4).
01  WS-TG-NIB-COUNT              PIC 9(2).
01  WS-TG-NIB-TEXT               PIC X(18).
01  WS-TG-NIB-HI                 PIC 9(2).
01  WS-TG-NIB-LO                 PIC 9(2).
01  WS-TG-NIB-SIGN               PIC 9(2).
01  WS-TG-BYTE-VAL               PIC 9(3).
01  WS-TG-BIN-VALUE              PIC S9(18).
01  WS-TG-BIN-RANGE              PIC 9(18).
01  WS-TG-BIN-REM                PIC 9(3).

01  WS-TG-LAST-DATE              PIC 9(8) VALUE 0.
01  WS-TG-DATE                   PIC 9(8) VALUE 0.
01  WS-TG-DATE-YYYY              PIC 9(4).
01  WS-TG-DATE-MM                PIC 9(2).
01  WS-TG-DATE-DD                PIC 9(2).
01  WS-TG-DATE-FAULTS            PIC 9(9) VALUE 0.

01  WS-TG-TEXT                   PIC X(80).
01  WS-TG-SEQ-EDIT               PIC Z(8)9.
01  WS-TG-PHONE-DIGITS           PIC 9(7).
01  WS-TG-NAME-TALLY             PIC 9(2).
01  WS-TG-WORD-IDX               PIC 9(2).
01  WS-TG-WORD-VALUES.
    05  FILLER PIC X(8) VALUE "ADAMS".
    05  FILLER PIC X(8) VALUE "BAKER".
    05  FILLER PIC X(8) VALUE "CARTER".
    05  FILLER PIC X(8) VALUE "DIXON".
    05  FILLER PIC X(8) VALUE "EVANS".
    05  FILLER PIC X(8) VALUE "FISHER".
    05  FILLER PIC X(8) VALUE "GRANT".
    05  FILLER PIC X(8) VALUE "HUGHES".
    05  FILLER PIC X(8) VALUE "IRVING".
    05  FILLER PIC X(8) VALUE "JONES".
    05  FILLER PIC X(8) VALUE "KELLER".
    05  FILLER PIC X(8) VALUE "LOWE".
    05  FILLER PIC X(8) VALUE "MORGAN".
    05  FILLER PIC X(8) VALUE "NASH".
    05  FILLER PIC X(8) VALUE "OWENS".
    05  FILLER PIC X(8) VALUE "PRICE".
01  WS-TG-WORD-TABLE REDEFINES WS-TG-WORD-VALUES.
    05  WS-TG-WORD               PIC X(8) OCCURS 16 TIMES.

      *> Control-field amounts, in the trailer's V99 scale: this
      *> record's, every data record's (the trailer hash), clean
      *> originals' and repeats' (what a loader accepts).
01  WS-TG-AMOUNT                 PIC S9(13)V9(2).
01  WS-TG-REC-AMOUNT             PIC S9(13)V9(2) VALUE 0.
01  WS-TG-AMT-ALL                PIC S9(13)V9(2) VALUE 0.
01  WS-TG-AMT-CLEAN              PIC S9(13)V9(2) VALUE 0.
01  WS-TG-AMT-DUPS               PIC S9(13)V9(2) VALUE 0.
01  WS-TG-AMT-LOADED             PIC S9(13)V9(2) VALUE 0.
01  WS-TG-TOTAL-EDIT             PIC -(11)9.99.

      *> Record counts and the disposition sampling: 'C' clean,
      *> 'F' faulted, 'D' repeat of an earlier clean record.
01  WS-TG-SEQ                    PIC 9(9) VALUE 0.
01  WS-TG-FAULT-COUNT            PIC 9(9) VALUE 0.
01  WS-TG-DUP-COUNT              PIC 9(9) VALUE 0.
01  WS-TG-REJECTS-LEFT           PIC 9(9) VALUE 0.
01  WS-TG-DUPS-LEFT              PIC 9(9) VALUE 0.
01  WS-TG-SLOTS-LEFT             PIC 9(9) VALUE 0.
01  WS-TG-DISPOSITION            PIC X(1).
01  WS-TG-PHYS-COUNT             PIC 9(9) VALUE 0.
01  WS-TG-EXP-READ               PIC 9(9).
01  WS-TG-EXP-LOADED             PIC 9(9).
01  WS-TG-EXP-REJECTED           PIC 9(9).
01  WS-TG-EXP-DUPS               PIC 9(9).

      *> The injected fault, as the expected file lists it.
01  WS-TG-FAULT-FIELD            PIC 9(3).
01  WS-TG-FAULT-ITEM             PIC 9(4).
01  WS-TG-FAULT-CODE             PIC X(20).
01  WS-TG-FAULT-LABEL            PIC X(40).
01  WS-TG-FAULT-VALUE            PIC X(40).
01  WS-TG-ITEM-EDIT              PIC Z(3)9.
01  WS-TG-HEX-IDX                PIC 9(2).
01  WS-TG-HEX-LEN                PIC 9(2).

      *> The most recent clean records, each usable once as the
      *> original a repeat copies.
01  WS-TG-RING-FILLED            PIC 9(2) VALUE 0.
01  WS-TG-RING-NEXT              PIC 9(2) VALUE 1.
01  WS-TG-RING-IDX               PIC 9(2).
01  WS-TG-RING-FREE              PIC 9(2).
01  WS-TG-RING-AREA.
    05  WS-TG-RING-ENTRY OCCURS 16 TIMES.
        10  WS-TG-RING-SEQ       PIC 9(9).
        10  WS-TG-RING-LEN       PIC 9(4).
        10  WS-TG-RING-AMT       PIC S9(13)V9(2).
        10  WS-TG-RING-USED      PIC X(1).
        10  WS-TG-RING-REC       PIC X(4000).
01  WS-TG-DUP-OF                 PIC 9(9).

      *> Control pair plan: 'F' full 26-byte area, 'C' count only,
      *> 'O' the OCCURS DEPENDING ON shape, 'N' none.
01  WS-TG-CTL-SHAPE              PIC X(1) VALUE 'N'.
01  WS-TG-CTL-ITEMS              PIC 9(4) VALUE 0.
01  WS-TG-CTL-LEN                PIC 9(4) VALUE 0.
01  WS-TG-CTL-AT                 PIC 9(4) VALUE 4.
01  WS-TG-HDR-DATE               PIC 9(8) VALUE 0.
01  WS-TG-CTL-AMT-DIGITS         PIC 9(13).
01  WS-TG-CTL-AMT-ABS            PIC 9(11)V9(2).
01  WS-TG-CTL-COUNT              PIC 9(9).

      *> Mixed-feed per-type counts for the closing 'T' trailer.
01  WS-TG-FEED-CUST              PIC 9(9) VALUE 0.
01  WS-TG-FEED-ORD               PIC 9(9) VALUE 0.
01  WS-TG-FEED-INV               PIC 9(9) VALUE 0.
01  WS-TG-FEED-TOTAL             PIC 9(9) VALUE 0.
01  WS-TG-FD-TAG                 PIC X(10).
01  WS-TG-FD-TYPE                PIC X(1).
01  WS-TG-FD-COUNT               PIC X(12).
01  WS-TG-FD-VALUE               PIC 9(9).

01  WS-TG-OUT-IDX                PIC 9(5).
01  WS-TG-EXP-OUT                PIC X(200).
01  WS-TG-PREFIX                 PIC X(30).

      *> The bespoke loader that owns each sample 01-level record, the
      *> name its Output/ reports carry, and whether its recon line
      *> totals the control field (ORDRLOAD, POLYLOAD and XREFLOAD
      *> report CONTROL_FIELD=N/A).
01  WS-TG-LOADER-VALUES.
    05  FILLER PIC X(30) VALUE "CUSTOMER-RECORD".
    05  FILLER PIC X(8)  VALUE "CUSTLOAD".
    05  FILLER PIC X(20) VALUE "CUSTOMER".
    05  FILLER PIC X(1)  VALUE "Y".
    05  FILLER PIC X(30) VALUE "ORDER-RECORD".
    05  FILLER PIC X(8)  VALUE "ORDRLOAD".
    05  FILLER PIC X(20) VALUE "ORDER".
    05  FILLER PIC X(1)  VALUE "N".
    05  FILLER PIC X(30) VALUE "INVOICE".
    05  FILLER PIC X(8)  VALUE "INVCLOAD".
    05  FILLER PIC X(20) VALUE "INVOICE".
    05  FILLER PIC X(1)  VALUE "Y".
    05  FILLER PIC X(30) VALUE "POLICY".
    05  FILLER PIC X(8)  VALUE "POLYLOAD".
    05  FILLER PIC X(20) VALUE "POLICY".
    05  FILLER PIC X(1)  VALUE "N".
    05  FILLER PIC X(30) VALUE "PRODUCT-RECORD".
    05  FILLER PIC X(8)  VALUE "PRODLOAD".
    05  FILLER PIC X(20) VALUE "PRODUCT".
    05  FILLER PIC X(1)  VALUE "Y".
    05  FILLER PIC X(30) VALUE "INVOICE-XREF-RECORD".
    05  FILLER PIC X(8)  VALUE "XREFLOAD".
    05  FILLER PIC X(20) VALUE "INVOICE_XREF".
    05  FILLER PIC X(1)  VALUE "N".
01  WS-TG-LOADER-TABLE REDEFINES WS-TG-LOADER-VALUES.
    05  WS-TG-LDR-ENTRY OCCURS 6 TIMES.
        10  WS-TG-LDR-RECORD     PIC X(30).
        10  WS-TG-LDR-PROGRAM    PIC X(8).
        10  WS-TG-LDR-PREFIX     PIC X(20).
        10  WS-TG-LDR-HAS-TOTAL  PIC X(1).
01  WS-TG-LDR-COUNT              PIC 9(2) VALUE 6.
01  WS-TG-LDR-IDX                PIC 9(2).
01  WS-TG-LDR-FOUND              PIC 9(2) VALUE 0.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    PERFORM SCAN-COPYBOOK
    IF WS-TG-FATAL = 'N'
       PERFORM FINISH-LAYOUT
    END-IF
    IF WS-TG-FATAL = 'Y'
       DISPLAY "TESTGEN: " FUNCTION TRIM(WS-TG-FATAL-TEXT)
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF
    PERFORM FIND-BESPOKE-LOADER
    PERFORM PLAN-CONTROL-RECORDS

    COMPUTE WS-TG-RAND-STATE = FUNCTION MOD(WS-TG-SEED, 2147483647)
    IF WS-TG-RAND-STATE = 0
       MOVE 1 TO WS-TG-RAND-STATE
    END-IF
    IF RP-BUSINESS-DATE > 0
       MOVE RP-BUSINESS-DATE TO WS-TG-HDR-DATE
    ELSE
       MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TG-HDR-DATE
    END-IF

    PERFORM OPEN-GENERATED-OUTPUT
    MOVE WS-TG-REJECTS-WANTED TO WS-TG-REJECTS-LEFT
    MOVE WS-TG-DUPS-WANTED TO WS-TG-DUPS-LEFT

    IF WS-TG-CTL-SHAPE NOT = 'N'
       PERFORM WRITE-HEADER-RECORD
    END-IF
    PERFORM VARYING WS-TG-SEQ FROM 1 BY 1
            UNTIL WS-TG-SEQ > WS-TG-RECORDS-WANTED
       PERFORM GENERATE-ONE-RECORD
    END-PERFORM
    MOVE WS-TG-RECORDS-WANTED TO WS-TG-SEQ
    IF WS-TG-CTL-SHAPE NOT = 'N'
       PERFORM WRITE-TRAILER-RECORD
    END-IF
    IF WS-TG-FEED-END = 'Y'
       PERFORM WRITE-MIXED-TRAILER
    END-IF
    PERFORM CLOSE-RDW-FILE

    PERFORM WRITE-EXPECTED-SUMMARY
    CLOSE EXPECT-FILE

    DISPLAY "TESTGEN: " WS-TG-RECORDS-WANTED " "
            FUNCTION TRIM(WS-TG-RECORD-NAME) " record(s) written to "
            FUNCTION TRIM(WS-OUTPUT-FILE) " - "
            WS-TG-FAULT-COUNT " with injected faults, "
            WS-TG-DUP-COUNT " duplicate(s)."
    IF WS-TG-FAULT-COUNT < WS-TG-REJECTS-WANTED
       OR WS-TG-DUP-COUNT < WS-TG-DUPS-WANTED
       DISPLAY "TESTGEN: fewer faults/duplicates than requested - "
               "the layout or the record count left no room; the "
               "expected file lists what was actually injected."
    END-IF
    DISPLAY "TESTGEN: expected results in "
            FUNCTION TRIM(WS-EXPECT-FILE-NAME)
    STOP RUN.

      *> Tokens 1-3 are positional (copybook, output file, record
      *> count), the GENLOAD shape; this program's own switches are
      *> taken first and everything else goes to the shared
      *> APPLY-PARM-TOKEN (DUPPOLICY=, BUSDATE=, RECFM= ...).
PARSE-ARGUMENTS.
    ACCEPT WS-TOK-LINE FROM COMMAND-LINE
    PERFORM TOKENIZE-LINE
    MOVE WS-TOK-TABLE(1) TO WS-INPUT-COPYBOOK
    MOVE WS-TOK-TABLE(2) TO WS-OUTPUT-FILE
    IF WS-TOK-COUNT < 3
       OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TOK-TABLE(3))) NOT = 0
       DISPLAY "PARAMETER ERROR: USAGE TESTGEN <COPYBOOK> "
               "<OUTPUT-FILE> <RECORD-COUNT> [KEY=VALUE ...]"
       MOVE 'Y' TO WS-PARM-ERROR
    ELSE
       COMPUTE WS-TG-RECORDS-WANTED =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-TOK-TABLE(3)))
    END-IF
    PERFORM VARYING WS-ARG-IDX FROM 4 BY 1
            UNTIL WS-ARG-IDX > WS-TOK-COUNT
       IF WS-TOK-TABLE(WS-ARG-IDX)(1:1) = ','
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(2:39) TO WS-PRM-TOKEN
       ELSE
          MOVE WS-TOK-TABLE(WS-ARG-IDX)(1:40) TO WS-PRM-TOKEN
       END-IF
       IF WS-PRM-TOKEN NOT = SPACES
          PERFORM APPLY-TESTGEN-TOKEN
       END-IF
    END-PERFORM
    IF WS-TG-RECORDS-WANTED = 0
       DISPLAY "PARAMETER ERROR: RECORD-COUNT MUST BE AT LEAST 1"
       MOVE 'Y' TO WS-PARM-ERROR
    END-IF
    *> record 1 stays clean, so every fault and repeat needs a
    *> record of its own after it
    IF WS-TG-RECORDS-WANTED > 0
       AND WS-TG-REJECTS-WANTED + WS-TG-DUPS-WANTED
           > WS-TG-RECORDS-WANTED - 1
       DISPLAY "PARAMETER ERROR: REJECTS PLUS DUPS MUST LEAVE "
               "RECORD 1 CLEAN (AT MOST RECORD-COUNT - 1)"
       MOVE 'Y' TO WS-PARM-ERROR
    END-IF
    IF WS-TG-CONTROL-MODE NOT = 'Y' AND WS-TG-CONTROL-MODE NOT = 'N'
       DISPLAY "PARAMETER ERROR: CONTROL MUST BE Y OR N"
       MOVE 'Y' TO WS-PARM-ERROR
    END-IF
    IF WS-TG-TYPE-BYTE NOT = SPACE AND WS-TG-TYPE-BYTE NOT = 'C'
       AND WS-TG-TYPE-BYTE NOT = 'O' AND WS-TG-TYPE-BYTE NOT = 'I'
       DISPLAY "PARAMETER ERROR: TYPE MUST BE C, O, OR I"
       MOVE 'Y' TO WS-PARM-ERROR
    END-IF
    IF WS-TG-FEED-END = 'Y' AND WS-TG-TYPE-BYTE = SPACE
       DISPLAY "PARAMETER ERROR: FEEDEND=Y NEEDS TYPE= - ONLY A "
               "MIXED FEED HAS A 'T' TRAILER"
       MOVE 'Y' TO WS-PARM-ERROR
    END-IF
    IF WS-TG-REF-KEYS = 0
       MOVE WS-TG-RECORDS-WANTED TO WS-TG-REF-KEYS
    END-IF
    IF WS-TG-REF-KEYS = 0
       MOVE 1 TO WS-TG-REF-KEYS
    END-IF
    MOVE SPACES TO WS-RDW-FILE-NAME
    MOVE WS-OUTPUT-FILE TO WS-RDW-FILE-NAME
    MOVE SPACES TO WS-EXPECT-FILE-NAME
    STRING FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
           ".expected" DELIMITED BY SIZE
           INTO WS-EXPECT-FILE-NAME
    END-STRING
    PERFORM VALIDATE-RUN-PARAMETERS.

APPLY-TESTGEN-TOKEN.
    MOVE SPACES TO WS-PRM-KEY WS-PRM-VALUE
    UNSTRING WS-PRM-TOKEN DELIMITED BY '='
             INTO WS-PRM-KEY WS-PRM-VALUE
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-KEY)) TO WS-PRM-KEY
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PRM-VALUE))
         TO WS-PRM-VALUE
    EVALUATE WS-PRM-KEY
       WHEN 'SEED'
          COMPUTE WS-TG-SEED = FUNCTION NUMVAL(WS-PRM-VALUE)
       WHEN 'REJECTS'
          COMPUTE WS-TG-REJECTS-WANTED = FUNCTION NUMVAL(WS-PRM-VALUE)
       WHEN 'DUPS'
          COMPUTE WS-TG-DUPS-WANTED = FUNCTION NUMVAL(WS-PRM-VALUE)
       WHEN 'CONTROL'
          MOVE WS-PRM-VALUE(1:1) TO WS-TG-CONTROL-MODE
       WHEN 'KEYBASE'
          COMPUTE WS-TG-KEY-BASE = FUNCTION NUMVAL(WS-PRM-VALUE)
       WHEN 'REFKEYS'
          COMPUTE WS-TG-REF-KEYS = FUNCTION NUMVAL(WS-PRM-VALUE)
       WHEN 'TYPE'
          MOVE WS-PRM-VALUE(1:1) TO WS-TG-TYPE-BYTE
       WHEN 'APPEND'
          MOVE WS-PRM-VALUE(1:1) TO WS-TG-APPEND-MODE
       WHEN 'FEEDEND'
          MOVE WS-PRM-VALUE(1:1) TO WS-TG-FEED-END
       WHEN OTHER
          PERFORM APPLY-PARM-TOKEN
    END-EVALUATE.

COPY "TOKENIZE.cpy".
COPY "PARSEPIC.cpy".

SCAN-COPYBOOK.
    OPEN INPUT COPYBOOK-FILE
    IF WS-COPYBOOK-FILE-STATUS NOT = '00'
       MOVE 'Y' TO WS-TG-FATAL
       MOVE SPACES TO WS-TG-FATAL-TEXT
       STRING "cannot open copybook " DELIMITED BY SIZE
              FUNCTION TRIM(WS-INPUT-COPYBOOK) DELIMITED BY SIZE
              INTO WS-TG-FATAL-TEXT
       END-STRING
    ELSE
       PERFORM UNTIL WS-COPY-EOF = 'Y' OR WS-TG-FATAL = 'Y'
          READ COPYBOOK-FILE
             AT END
                MOVE 'Y' TO WS-COPY-EOF
             NOT AT END
                MOVE COPYBOOK-LINE TO WS-TOK-LINE
                IF WS-ENTRY-PENDING = 'Y'
                   PERFORM TOKENIZE-CONTINUED-LINE
                ELSE
                   PERFORM TOKENIZE-LINE
                END-IF
                PERFORM JUDGE-SCANNED-ENTRY
          END-READ
       END-PERFORM
       CLOSE COPYBOOK-FILE
    END-IF.

      *> Entry accumulation and 88-level drop, same as GENLOAD's.
JUDGE-SCANNED-ENTRY.
    IF WS-TOK-COUNT = 0
       CONTINUE
    ELSE
       IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(WS-TOK-TABLE(1)))
          NOT = 0
          MOVE 'N' TO WS-ENTRY-PENDING
       ELSE
          IF WS-TOK-ENTRY-COMPLETE = 'N'
             MOVE 'Y' TO WS-ENTRY-PENDING
          ELSE
             MOVE 'N' TO WS-ENTRY-PENDING
             IF WS-TOK-COUNT >= 2
                AND FUNCTION NUMVAL(FUNCTION TRIM(WS-TOK-TABLE(1)))
                    NOT = 88
                PERFORM PROCESS-LEVEL-ENTRY
             END-IF
          END-IF
       END-IF
    END-IF.

PROCESS-LEVEL-ENTRY.
    COMPUTE WS-LEVEL-NUM = FUNCTION NUMVAL(WS-TOK-TABLE(1))
    MOVE WS-TOK-TABLE(2) TO WS-ITEM-NAME
    IF WS-TG-RECORD-NAME = SPACES AND WS-LEVEL-NUM = 1
       MOVE WS-ITEM-NAME TO WS-TG-RECORD-NAME
    END-IF

    PERFORM UNTIL WS-STACK-TOP = 0
                  OR WS-STACK-LEVEL(WS-STACK-TOP) < WS-LEVEL-NUM
       SUBTRACT 1 FROM WS-STACK-TOP
    END-PERFORM

    PERFORM SCAN-ENTRY-CLAUSES

    *> An entry back at or above the OCCURS group's level ends the
    *> table: the element length is known, and the offset moves past
    *> every element the table can hold.
    IF WS-TG-OCC-OPEN = 'Y' AND WS-LEVEL-NUM <= WS-TG-OCC-LEVEL
       PERFORM CLOSE-OCCURS-TABLE
       IF WS-TG-OCC-DEPENDING NOT = SPACES
          MOVE 'Y' TO WS-TG-FATAL
          MOVE SPACES TO WS-TG-FATAL-TEXT
          STRING FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
                 " follows the OCCURS DEPENDING ON table - the "
                 DELIMITED BY SIZE
                 "table must end the record" DELIMITED BY SIZE
                 INTO WS-TG-FATAL-TEXT
          END-STRING
       END-IF
    END-IF

    IF WS-THIS-HAS-OCCURS = 'Y'
       IF WS-TG-OCC-SEEN = 'Y'
          MOVE 'Y' TO WS-TG-FATAL
          MOVE SPACES TO WS-TG-FATAL-TEXT
          STRING "second OCCURS at " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
                 " - one OCCURS group per layout is generated"
                 DELIMITED BY SIZE
                 INTO WS-TG-FATAL-TEXT
          END-STRING
       END-IF
    END-IF

    IF WS-TG-FATAL = 'N'
       PERFORM ASSIGN-ENTRY-OFFSET
       PERFORM RECORD-DIRECTORY-ENTRY
       IF WS-THIS-HAS-OCCURS = 'Y'
          PERFORM OPEN-OCCURS-TABLE
       END-IF
       IF WS-HAS-PIC = 'Y'
          PERFORM PARSE-PIC-CLAUSE
          PERFORM COMPUTE-ELEMENTARY-LENGTH
          PERFORM DETERMINE-IN-SKIP
          IF WS-IN-SKIP = 'N'
             PERFORM ADD-GEN-FIELD
          END-IF
          ADD WS-TG-ELEM-LEN TO WS-TG-NEXT-OFF
          IF WS-TG-NEXT-OFF > WS-TG-HIGH-WATER
             MOVE WS-TG-NEXT-OFF TO WS-TG-HIGH-WATER
          END-IF
          *> an OCCURS on the elementary item itself is a one-field
          *> table, complete as soon as it is laid out
          IF WS-THIS-HAS-OCCURS = 'Y'
             PERFORM CLOSE-OCCURS-TABLE
          END-IF
       ELSE
          ADD 1 TO WS-STACK-TOP
          MOVE WS-LEVEL-NUM TO WS-STACK-LEVEL(WS-STACK-TOP)
          MOVE WS-ITEM-NAME TO WS-STACK-NAME(WS-STACK-TOP)
          *> only the primary view is generated - every alternate
          *> view under a REDEFINES is left to the bytes beneath it
          IF WS-THIS-HAS-REDEFINES = 'Y'
             MOVE 'Y' TO WS-STACK-SKIP-FLAG(WS-STACK-TOP)
          ELSE
             MOVE 'N' TO WS-STACK-SKIP-FLAG(WS-STACK-TOP)
          END-IF
       END-IF
    END-IF.

      *> GENLOAD's clause scan, plus the OCCURS bounds and the
      *> DEPENDING ON counter's name.
SCAN-ENTRY-CLAUSES.
    MOVE 'N' TO WS-HAS-PIC
    MOVE 'N' TO WS-PIC-IS-COMP3
    MOVE 'N' TO WS-PIC-IS-COMP
    MOVE 'N' TO WS-PIC-SIGN-SEP
    MOVE 'N' TO WS-THIS-HAS-OCCURS
    MOVE 'N' TO WS-THIS-HAS-REDEFINES
    MOVE SPACES TO WS-REDEFINES-TARGET
    MOVE 0 TO WS-TG-THIS-OCC-MIN WS-TG-THIS-OCC-MAX
    MOVE SPACES TO WS-TG-THIS-OCC-DEP
    PERFORM VARYING WS-SCAN-IDX FROM 3 BY 1
            UNTIL WS-SCAN-IDX > WS-TOK-COUNT
       EVALUATE WS-TOK-TABLE(WS-SCAN-IDX)
          WHEN 'PIC'
          WHEN 'PICTURE'
             ADD 1 TO WS-SCAN-IDX
             MOVE WS-TOK-TABLE(WS-SCAN-IDX) TO WS-PIC-STR
             MOVE 'Y' TO WS-HAS-PIC
          WHEN 'COMP-3'
          WHEN 'COMPUTATIONAL-3'
             MOVE 'Y' TO WS-PIC-IS-COMP3
          WHEN 'COMP'
          WHEN 'COMPUTATIONAL'
          WHEN 'BINARY'
             MOVE 'Y' TO WS-PIC-IS-COMP
          WHEN 'SEPARATE'
             MOVE 'Y' TO WS-PIC-SIGN-SEP
          WHEN 'OCCURS'
             MOVE 'Y' TO WS-THIS-HAS-OCCURS
             ADD 1 TO WS-SCAN-IDX
             COMPUTE WS-TG-THIS-OCC-MIN =
                     FUNCTION NUMVAL(WS-TOK-TABLE(WS-SCAN-IDX))
             MOVE WS-TG-THIS-OCC-MIN TO WS-TG-THIS-OCC-MAX
             IF WS-SCAN-IDX < WS-TOK-COUNT
                AND WS-TOK-TABLE(WS-SCAN-IDX + 1) = 'TO'
                ADD 2 TO WS-SCAN-IDX
                COMPUTE WS-TG-THIS-OCC-MAX =
                        FUNCTION NUMVAL(WS-TOK-TABLE(WS-SCAN-IDX))
             END-IF
          WHEN 'DEPENDING'
             ADD 1 TO WS-SCAN-IDX
             IF WS-TOK-TABLE(WS-SCAN-IDX) = 'ON'
                ADD 1 TO WS-SCAN-IDX
             END-IF
             MOVE WS-TOK-TABLE(WS-SCAN-IDX) TO WS-TG-THIS-OCC-DEP
          WHEN 'REDEFINES'
             MOVE 'Y' TO WS-THIS-HAS-REDEFINES
             ADD 1 TO WS-SCAN-IDX
             MOVE WS-TOK-TABLE(WS-SCAN-IDX) TO WS-REDEFINES-TARGET
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-PERFORM.

OPEN-OCCURS-TABLE.
    MOVE 'Y' TO WS-TG-OCC-SEEN
    MOVE 'Y' TO WS-TG-OCC-OPEN
    MOVE WS-LEVEL-NUM TO WS-TG-OCC-LEVEL
    MOVE WS-ITEM-NAME TO WS-TG-OCC-NAME
    MOVE WS-TG-NEXT-OFF TO WS-TG-OCC-START
    MOVE WS-TG-THIS-OCC-MIN TO WS-TG-OCC-MIN
    MOVE WS-TG-THIS-OCC-MAX TO WS-TG-OCC-MAX
    MOVE WS-TG-THIS-OCC-DEP TO WS-TG-OCC-DEPENDING
    IF WS-TG-OCC-MAX = 0 OR WS-TG-OCC-MIN > WS-TG-OCC-MAX
       MOVE 'Y' TO WS-TG-FATAL
       MOVE SPACES TO WS-TG-FATAL-TEXT
       STRING "unusable OCCURS bounds at " DELIMITED BY SIZE
              FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
              INTO WS-TG-FATAL-TEXT
       END-STRING
    END-IF.

      *> The high-water mark inside the first element is its end,
      *> a longer alternate view included.
CLOSE-OCCURS-TABLE.
    MOVE 'N' TO WS-TG-OCC-OPEN
    COMPUTE WS-TG-OCC-ELEM-LEN = WS-TG-HIGH-WATER - WS-TG-OCC-START
    COMPUTE WS-TG-NEXT-OFF =
            WS-TG-OCC-START + WS-TG-OCC-ELEM-LEN * WS-TG-OCC-MAX
    IF WS-TG-NEXT-OFF > WS-TG-HIGH-WATER
       MOVE WS-TG-NEXT-OFF TO WS-TG-HIGH-WATER
    END-IF
    MOVE 0 TO WS-REDEF-LEVEL.

      *> Same REDEFINES rewind / high-water resume as GENLOAD.
ASSIGN-ENTRY-OFFSET.
    IF WS-THIS-HAS-REDEFINES = 'Y'
       PERFORM FIND-DIRECTORY-OFFSET
       MOVE WS-LEVEL-NUM TO WS-REDEF-LEVEL
    ELSE
       IF WS-REDEF-LEVEL > 0 AND WS-LEVEL-NUM <= WS-REDEF-LEVEL
          MOVE WS-TG-HIGH-WATER TO WS-TG-NEXT-OFF
          MOVE 0 TO WS-REDEF-LEVEL
       END-IF
    END-IF.

FIND-DIRECTORY-OFFSET.
    PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
            UNTIL WS-DIR-IDX > WS-DIR-COUNT
       IF WS-DIR-NAME(WS-DIR-IDX) = WS-REDEFINES-TARGET
          MOVE WS-DIR-OFFSET(WS-DIR-IDX) TO WS-TG-NEXT-OFF
       END-IF
    END-PERFORM.

RECORD-DIRECTORY-ENTRY.
    IF WS-DIR-COUNT < 200 AND WS-ITEM-NAME NOT = 'FILLER'
       ADD 1 TO WS-DIR-COUNT
       MOVE WS-ITEM-NAME TO WS-DIR-NAME(WS-DIR-COUNT)
       MOVE WS-TG-NEXT-OFF TO WS-DIR-OFFSET(WS-DIR-COUNT)
    END-IF.

      *> Storage length per usage, GENLOAD's rules: COMP-3 two digits
      *> a byte plus the sign nibble; COMP/BINARY 2 bytes through 4
      *> digits, 4 through 9 (wider refused); SIGN SEPARATE one byte
      *> more. A packed field is capped at 17 digits - the 18-digit
      *> work magnitude holds every digit nibble of one that size.
COMPUTE-ELEMENTARY-LENGTH.
    IF WS-PIC-IS-COMP3 = 'Y'
       COMPUTE WS-TG-ELEM-LEN =
               (WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS + 2) / 2
       IF WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS > 17
          MOVE 'Y' TO WS-TG-FATAL
          MOVE SPACES TO WS-TG-FATAL-TEXT
          STRING "COMP-3 field " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
                 " exceeds 17 digits" DELIMITED BY SIZE
                 INTO WS-TG-FATAL-TEXT
          END-STRING
       END-IF
    ELSE
       IF WS-PIC-IS-COMP = 'Y'
          IF WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS > 9
             MOVE 'Y' TO WS-TG-FATAL
             MOVE SPACES TO WS-TG-FATAL-TEXT
             STRING "COMP/BINARY field "
                    DELIMITED BY SIZE
                    FUNCTION TRIM(WS-ITEM-NAME) DELIMITED BY SIZE
                    " exceeds 9 digits" DELIMITED BY SIZE
                    INTO WS-TG-FATAL-TEXT
             END-STRING
             MOVE 4 TO WS-TG-ELEM-LEN
          ELSE
             IF WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS > 4
                MOVE 4 TO WS-TG-ELEM-LEN
             ELSE
                MOVE 2 TO WS-TG-ELEM-LEN
             END-IF
          END-IF
       ELSE
          IF WS-PIC-IS-ALPHA = 'Y'
             MOVE WS-PIC-ALPHA-LEN TO WS-TG-ELEM-LEN
          ELSE
             COMPUTE WS-TG-ELEM-LEN =
                     WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
             IF WS-PIC-SIGN-SEP = 'Y'
                ADD 1 TO WS-TG-ELEM-LEN
             END-IF
          END-IF
       END-IF
    END-IF.

DETERMINE-IN-SKIP.
    MOVE WS-THIS-HAS-REDEFINES TO WS-IN-SKIP
    PERFORM VARYING WS-NM-IDX FROM 1 BY 1 UNTIL WS-NM-IDX > WS-STACK-TOP
       IF WS-STACK-SKIP-FLAG(WS-NM-IDX) = 'Y'
          MOVE 'Y' TO WS-IN-SKIP
       END-IF
    END-PERFORM.

ADD-GEN-FIELD.
    IF WS-TF-COUNT >= 100
       MOVE 'Y' TO WS-TG-FATAL
       MOVE "more than 100 elementary fields" TO WS-TG-FATAL-TEXT
    ELSE
       ADD 1 TO WS-TF-COUNT
       MOVE WS-ITEM-NAME TO WS-TF-NAME(WS-TF-COUNT)
       MOVE WS-TG-ELEM-LEN TO WS-TF-LENGTH(WS-TF-COUNT)
       MOVE WS-PIC-DEC-DIGITS TO WS-TF-DEC-DIGITS(WS-TF-COUNT)
       COMPUTE WS-TF-DIGITS(WS-TF-COUNT) =
               WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
       MOVE WS-PIC-SIGNED TO WS-TF-SIGNED(WS-TF-COUNT)
       MOVE SPACE TO WS-TF-ROLE(WS-TF-COUNT)
       IF WS-TG-OCC-OPEN = 'Y'
          MOVE 'Y' TO WS-TF-IN-TABLE(WS-TF-COUNT)
          COMPUTE WS-TF-OFFSET(WS-TF-COUNT) =
                  WS-TG-NEXT-OFF - WS-TG-OCC-START + 1
       ELSE
          MOVE 'N' TO WS-TF-IN-TABLE(WS-TF-COUNT)
          MOVE WS-TG-NEXT-OFF TO WS-TF-OFFSET(WS-TF-COUNT)
       END-IF
       EVALUATE TRUE
          WHEN WS-ITEM-NAME = 'FILLER'
             MOVE 'F' TO WS-TF-TYPE(WS-TF-COUNT)
             IF WS-PIC-IS-ALPHA = 'Y'
                MOVE 0 TO WS-TF-DIGITS(WS-TF-COUNT)
             END-IF
          WHEN WS-PIC-IS-ALPHA = 'Y'
             MOVE 'A' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN WS-PIC-IS-COMP3 = 'Y'
             MOVE 'P' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN WS-PIC-IS-COMP = 'Y'
             MOVE 'B' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN WS-PIC-IS-DATE = 'Y'
             MOVE 'D' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN WS-PIC-SIGNED = 'Y' AND WS-PIC-SIGN-SEP = 'Y'
             MOVE 'T' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN WS-PIC-SIGNED = 'Y'
             MOVE 'S' TO WS-TF-TYPE(WS-TF-COUNT)
          WHEN OTHER
             MOVE 'N' TO WS-TF-TYPE(WS-TF-COUNT)
       END-EVALUATE
       *> the field GENLOAD and the bespoke loaders total: the first
       *> packed or decimal-carrying numeric
       IF WS-TG-CONTROL-IDX = 0
          AND WS-ITEM-NAME NOT = 'FILLER'
          AND (WS-PIC-IS-COMP3 = 'Y' OR WS-PIC-DEC-DIGITS > 0)
          MOVE WS-TF-COUNT TO WS-TG-CONTROL-IDX
       END-IF
    END-IF.

      *> After the scan: close a table still open at the end of the
      *> record, work out the record geometry, and give the counter,
      *> key and reference fields their roles.
FINISH-LAYOUT.
    IF WS-TG-OCC-OPEN = 'Y'
       PERFORM CLOSE-OCCURS-TABLE
    END-IF
    COMPUTE WS-TG-RECORD-LEN = WS-TG-HIGH-WATER - 1
    IF WS-TG-OCC-DEPENDING NOT = SPACES
       COMPUTE WS-TG-FIXED-LEN = WS-TG-OCC-START - 1
    ELSE
       MOVE WS-TG-RECORD-LEN TO WS-TG-FIXED-LEN
    END-IF
    IF WS-TG-RECORD-LEN = 0 OR WS-TF-COUNT = 0
       MOVE 'Y' TO WS-TG-FATAL
       MOVE SPACES TO WS-TG-FATAL-TEXT
       STRING "no generable fields found in " DELIMITED BY SIZE
              FUNCTION TRIM(WS-INPUT-COPYBOOK) DELIMITED BY SIZE
              INTO WS-TG-FATAL-TEXT
       END-STRING
    END-IF
    IF WS-TG-RECORD-LEN > 3999
       MOVE 'Y' TO WS-TG-FATAL
       MOVE "record length exceeds the 3999-byte work record"
            TO WS-TG-FATAL-TEXT
    END-IF

    IF WS-TG-FATAL = 'N' AND WS-TG-OCC-DEPENDING NOT = SPACES
       PERFORM VARYING WS-TF-IDX FROM 1 BY 1
               UNTIL WS-TF-IDX > WS-TF-COUNT
          IF WS-TF-NAME(WS-TF-IDX) = WS-TG-OCC-DEPENDING
             AND WS-TF-IN-TABLE(WS-TF-IDX) = 'N'
             MOVE WS-TF-IDX TO WS-TG-COUNTER-IDX
             MOVE 'C' TO WS-TF-ROLE(WS-TF-IDX)
          END-IF
       END-PERFORM
       IF WS-TG-COUNTER-IDX = 0
          MOVE 'Y' TO WS-TG-FATAL
          MOVE SPACES TO WS-TG-FATAL-TEXT
          STRING "DEPENDING ON counter " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TG-OCC-DEPENDING) DELIMITED BY SIZE
                 " is not a field ahead of the table"
                 DELIMITED BY SIZE
                 INTO WS-TG-FATAL-TEXT
          END-STRING
       END-IF
    END-IF

    PERFORM VARYING WS-TF-IDX FROM 1 BY 1
            UNTIL WS-TF-IDX > WS-TF-COUNT
       IF WS-TF-ROLE(WS-TF-IDX) = SPACE
          AND WS-TF-TYPE(WS-TF-IDX) NOT = 'A'
          AND WS-TF-TYPE(WS-TF-IDX) NOT = 'F'
          AND WS-TF-TYPE(WS-TF-IDX) NOT = 'D'
          IF WS-TG-KEY-IDX = 0 AND WS-TF-IN-TABLE(WS-TF-IDX) = 'N'
             MOVE WS-TF-IDX TO WS-TG-KEY-IDX
             MOVE 'K' TO WS-TF-ROLE(WS-TF-IDX)
          ELSE
             COMPUTE WS-TG-NAME-LEN = FUNCTION LENGTH(
                     FUNCTION TRIM(WS-TF-NAME(WS-TF-IDX)))
             IF WS-TG-NAME-LEN > 3
                AND WS-TF-NAME(WS-TF-IDX)(WS-TG-NAME-LEN - 2:3)
                    = '-ID'
                MOVE 'R' TO WS-TF-ROLE(WS-TF-IDX)
             END-IF
          END-IF
       END-IF
       PERFORM JUDGE-FAULT-ELIGIBLE
       IF WS-TG-ELIG-FIELD = 'Y'
          IF WS-TF-IN-TABLE(WS-TF-IDX) = 'Y'
             ADD 1 TO WS-TG-ELIG-ITEM
          ELSE
             ADD 1 TO WS-TG-ELIG-FIXED
          END-IF
       END-IF
    END-PERFORM.

      *> A fault lands only where a loader validates: display, date,
      *> zoned, separate-sign and packed numerics - never text, a
      *> binary field (every bit pattern is a legal value), FILLER or
      *> the ODO counter.
JUDGE-FAULT-ELIGIBLE.
    MOVE 'N' TO WS-TG-ELIG-FIELD
    IF WS-TF-ROLE(WS-TF-IDX) NOT = 'C'
       EVALUATE WS-TF-TYPE(WS-TF-IDX)
          WHEN 'N'
          WHEN 'D'
          WHEN 'S'
          WHEN 'T'
          WHEN 'P'
             MOVE 'Y' TO WS-TG-ELIG-FIELD
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF.

FIND-BESPOKE-LOADER.
    MOVE 0 TO WS-TG-LDR-FOUND
    PERFORM VARYING WS-TG-LDR-IDX FROM 1 BY 1
            UNTIL WS-TG-LDR-IDX > WS-TG-LDR-COUNT
       IF WS-TG-LDR-RECORD(WS-TG-LDR-IDX) = WS-TG-RECORD-NAME
          MOVE WS-TG-LDR-IDX TO WS-TG-LDR-FOUND
       END-IF
    END-PERFORM.

      *> Where the control pair's bytes go for this layout - see the
      *> header comment.
PLAN-CONTROL-RECORDS.
    MOVE 'N' TO WS-TG-CTL-SHAPE
    IF WS-TG-CONTROL-MODE = 'Y'
       IF WS-TG-OCC-DEPENDING NOT = SPACES
          COMPUTE WS-TG-CTL-ITEMS =
                  (23 + WS-TG-OCC-ELEM-LEN - 1) / WS-TG-OCC-ELEM-LEN
          COMPUTE WS-TG-CTL-LEN =
                  WS-TG-FIXED-LEN + WS-TG-CTL-ITEMS * WS-TG-OCC-ELEM-LEN
          MOVE WS-TG-OCC-START TO WS-TG-CTL-AT
          IF WS-TG-CTL-ITEMS <= WS-TG-OCC-MAX
             AND WS-TF-OFFSET(WS-TG-COUNTER-IDX) > 3
             MOVE 'O' TO WS-TG-CTL-SHAPE
          END-IF
       ELSE
          MOVE WS-TG-RECORD-LEN TO WS-TG-CTL-LEN
          MOVE 4 TO WS-TG-CTL-AT
          IF WS-TG-RECORD-LEN >= 26
             MOVE 'F' TO WS-TG-CTL-SHAPE
          ELSE
             IF WS-TG-RECORD-LEN >= 12
                MOVE 'C' TO WS-TG-CTL-SHAPE
             END-IF
          END-IF
       END-IF
       IF WS-TG-CTL-SHAPE = 'N'
          DISPLAY "TESTGEN: layout cannot carry the HDR/TRL control "
                  "pair - written without it."
       END-IF
    END-IF.

      *> A fresh extract and expected file, or - APPEND=Y - this run
      *> added as one more segment of a mixed feed. The per-type
      *> counts of the segments already written are taken from the
      *> expected file before it is extended.
OPEN-GENERATED-OUTPUT.
    IF WS-TG-APPEND-MODE = 'Y'
       PERFORM TALLY-PRIOR-FEED-SEGMENTS
       MOVE 'N' TO WS-RDW-FAILED
       MOVE 0 TO WS-RDW-BYTE-OFFSET
       MOVE 0 TO WS-RDW-RECORD-COUNT
       OPEN EXTEND RDW-FILE
       IF WS-RDW-FILE-STATUS NOT = '00'
          PERFORM OPEN-RDW-OUTPUT
       END-IF
       OPEN EXTEND EXPECT-FILE
       IF WS-EXPECT-FILE-STATUS NOT = '00'
          OPEN OUTPUT EXPECT-FILE
       END-IF
    ELSE
       PERFORM OPEN-RDW-OUTPUT
       OPEN OUTPUT EXPECT-FILE
    END-IF
    IF WS-RDW-FAILED = 'Y' OR WS-EXPECT-FILE-STATUS NOT = '00'
       DISPLAY "TESTGEN: cannot open " FUNCTION TRIM(WS-OUTPUT-FILE)
               " or its expected-results file (STATUS="
               WS-RDW-FILE-STATUS "/" WS-EXPECT-FILE-STATUS ")."
       MOVE 8 TO RETURN-CODE
       STOP RUN
    END-IF

    MOVE SPACES TO WS-TG-EXP-OUT
    STRING "# TESTGEN " DELIMITED BY SIZE
           FUNCTION TRIM(WS-INPUT-COPYBOOK) DELIMITED BY SIZE
           " RECORDS=" DELIMITED BY SIZE
           WS-TG-RECORDS-WANTED DELIMITED BY SIZE
           " SEED=" DELIMITED BY SIZE
           WS-TG-SEED DELIMITED BY SIZE
           " REJECTS=" DELIMITED BY SIZE
           WS-TG-REJECTS-WANTED DELIMITED BY SIZE
           " DUPS=" DELIMITED BY SIZE
           WS-TG-DUPS-WANTED DELIMITED BY SIZE
           " DUPPOLICY=" DELIMITED BY SIZE
           RP-DUP-POLICY DELIMITED BY SIZE
           INTO WS-TG-EXP-OUT
    END-STRING
    PERFORM WRITE-EXPECT-LINE
    MOVE SPACES TO WS-TG-EXP-OUT
    STRING "SEGMENT|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TG-RECORD-NAME) DELIMITED BY SIZE
           "|TYPE=" DELIMITED BY SIZE
           WS-TG-TYPE-BYTE DELIMITED BY SIZE
           "|FILE=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-OUTPUT-FILE) DELIMITED BY SIZE
           INTO WS-TG-EXP-OUT
    END-STRING
    PERFORM WRITE-EXPECT-LINE.

TALLY-PRIOR-FEED-SEGMENTS.
    MOVE 'N' TO WS-EXPECT-EOF
    OPEN INPUT EXPECT-FILE
    IF WS-EXPECT-FILE-STATUS NOT = '00'
       CLOSE EXPECT-FILE
    ELSE
       PERFORM UNTIL WS-EXPECT-EOF = 'Y'
          READ EXPECT-FILE INTO WS-EXPECT-LINE
             AT END
                MOVE 'Y' TO WS-EXPECT-EOF
             NOT AT END
                IF WS-EXPECT-LINE(1:5) = 'FEED|'
                   PERFORM ADD-PRIOR-FEED-COUNT
                END-IF
          END-READ
       END-PERFORM
       CLOSE EXPECT-FILE
    END-IF.

ADD-PRIOR-FEED-COUNT.
    MOVE SPACES TO WS-TG-FD-TAG WS-TG-FD-TYPE WS-TG-FD-COUNT
    UNSTRING WS-EXPECT-LINE DELIMITED BY '|'
             INTO WS-TG-FD-TAG, WS-TG-FD-TYPE, WS-TG-FD-COUNT
    END-UNSTRING
    IF FUNCTION TRIM(WS-TG-FD-COUNT) IS NUMERIC
       COMPUTE WS-TG-FD-VALUE = FUNCTION NUMVAL(WS-TG-FD-COUNT)
       EVALUATE WS-TG-FD-TYPE
          WHEN 'C'
             ADD WS-TG-FD-VALUE TO WS-TG-FEED-CUST
          WHEN 'O'
             ADD WS-TG-FD-VALUE TO WS-TG-FEED-ORD
          WHEN 'I'
             ADD WS-TG-FD-VALUE TO WS-TG-FEED-INV
          WHEN OTHER
             CONTINUE
       END-EVALUATE
    END-IF.

      *> One data record: decide what it is to be, build it, and log
      *> what a loader should make of it.
GENERATE-ONE-RECORD.
    PERFORM CHOOSE-RECORD-DISPOSITION
    IF WS-TG-DISPOSITION = 'D'
       PERFORM BUILD-DUPLICATE-RECORD
    END-IF
    IF WS-TG-DISPOSITION NOT = 'D'
       PERFORM BUILD-CLEAN-RECORD
    END-IF
    ADD WS-TG-REC-AMOUNT TO WS-TG-AMT-ALL
    IF WS-TG-DISPOSITION = 'F'
       PERFORM INJECT-FAULT
    END-IF
    EVALUATE WS-TG-DISPOSITION
       WHEN 'C'
          ADD WS-TG-REC-AMOUNT TO WS-TG-AMT-CLEAN
          PERFORM REMEMBER-CLEAN-RECORD
       WHEN 'D'
          ADD 1 TO WS-TG-DUP-COUNT
          ADD WS-TG-REC-AMOUNT TO WS-TG-AMT-DUPS
          MOVE SPACES TO WS-TG-EXP-OUT
          STRING "DUPLICATE|" DELIMITED BY SIZE
                 WS-TG-SEQ DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-TG-DUP-OF DELIMITED BY SIZE
                 INTO WS-TG-EXP-OUT
          END-STRING
          PERFORM WRITE-EXPECT-LINE
       WHEN 'F'
          ADD 1 TO WS-TG-FAULT-COUNT
          MOVE SPACES TO WS-TG-EXP-OUT
          STRING "REJECT|" DELIMITED BY SIZE
                 WS-TG-SEQ DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TG-FAULT-LABEL) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TG-FAULT-CODE) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TG-FAULT-VALUE) DELIMITED BY SIZE
                 INTO WS-TG-EXP-OUT
          END-STRING
          PERFORM WRITE-EXPECT-LINE
    END-EVALUATE
    PERFORM EMIT-RECORD.

      *> Selection sampling: with f faults and d repeats still to
      *> place in r remaining records, this record is a fault with
      *> chance f/r, otherwise a repeat with chance d/(r - f) - so
      *> exactly the requested numbers land, spread over the file.
CHOOSE-RECORD-DISPOSITION.
    MOVE 'C' TO WS-TG-DISPOSITION
    IF WS-TG-SEQ > 1
       COMPUTE WS-TG-SLOTS-LEFT = WS-TG-RECORDS-WANTED - WS-TG-SEQ + 1
       IF WS-TG-REJECTS-LEFT > 0
          PERFORM NEXT-RANDOM
          IF FUNCTION MOD(WS-TG-RAND-STATE, WS-TG-SLOTS-LEFT)
             < WS-TG-REJECTS-LEFT
             MOVE 'F' TO WS-TG-DISPOSITION
             SUBTRACT 1 FROM WS-TG-REJECTS-LEFT
          END-IF
       END-IF
       IF WS-TG-DISPOSITION = 'C' AND WS-TG-DUPS-LEFT > 0
          AND WS-TG-SLOTS-LEFT > WS-TG-REJECTS-LEFT
          PERFORM NEXT-RANDOM
          IF FUNCTION MOD(WS-TG-RAND-STATE,
                          WS-TG-SLOTS-LEFT - WS-TG-REJECTS-LEFT)
             < WS-TG-DUPS-LEFT
             MOVE 'D' TO WS-TG-DISPOSITION
             SUBTRACT 1 FROM WS-TG-DUPS-LEFT
          END-IF
       END-IF
    END-IF.

BUILD-CLEAN-RECORD.
    MOVE SPACES TO WS-TG-RECORD
    MOVE 0 TO WS-TG-REC-AMOUNT
    MOVE 0 TO WS-TG-LAST-DATE
    MOVE 0 TO WS-TG-ITEMS
    IF WS-TG-OCC-SEEN = 'Y'
       IF WS-TG-OCC-DEPENDING NOT = SPACES
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-ITEMS = WS-TG-OCC-MIN
                  + FUNCTION MOD(WS-TG-RAND-STATE,
                                 WS-TG-OCC-MAX - WS-TG-OCC-MIN + 1)
       ELSE
          MOVE WS-TG-OCC-MAX TO WS-TG-ITEMS
       END-IF
    END-IF
    IF WS-TG-OCC-DEPENDING NOT = SPACES
       COMPUTE WS-TG-THIS-LEN =
               WS-TG-FIXED-LEN + WS-TG-ITEMS * WS-TG-OCC-ELEM-LEN
    ELSE
       MOVE WS-TG-RECORD-LEN TO WS-TG-THIS-LEN
    END-IF
    MOVE 0 TO WS-TG-ITEM
    PERFORM VARYING WS-TF-IDX FROM 1 BY 1
            UNTIL WS-TF-IDX > WS-TF-COUNT
       IF WS-TF-IN-TABLE(WS-TF-IDX) = 'N'
          PERFORM GENERATE-FIELD-INSTANCE
       END-IF
    END-PERFORM
    PERFORM VARYING WS-TG-ITEM FROM 1 BY 1
            UNTIL WS-TG-ITEM > WS-TG-ITEMS
       PERFORM GENERATE-TABLE-ITEM
    END-PERFORM.

GENERATE-TABLE-ITEM.
    PERFORM VARYING WS-TF-IDX FROM 1 BY 1
            UNTIL WS-TF-IDX > WS-TF-COUNT
       IF WS-TF-IN-TABLE(WS-TF-IDX) = 'Y'
          PERFORM GENERATE-FIELD-INSTANCE
       END-IF
    END-PERFORM.

      *> Field WS-TF-IDX, item WS-TG-ITEM (0 outside the table).
COMPUTE-INSTANCE-POS.
    MOVE WS-TF-LENGTH(WS-TF-IDX) TO WS-TG-LEN
    IF WS-TG-ITEM = 0
       MOVE WS-TF-OFFSET(WS-TF-IDX) TO WS-TG-POS
    ELSE
       COMPUTE WS-TG-POS = WS-TG-OCC-START
               + (WS-TG-ITEM - 1) * WS-TG-OCC-ELEM-LEN
               + WS-TF-OFFSET(WS-TF-IDX) - 1
    END-IF.

GENERATE-FIELD-INSTANCE.
    PERFORM COMPUTE-INSTANCE-POS
    EVALUATE WS-TF-TYPE(WS-TF-IDX)
       WHEN 'A'
          PERFORM GENERATE-TEXT-VALUE
       WHEN 'F'
          IF WS-TF-DIGITS(WS-TF-IDX) > 0
             MOVE ALL '0' TO WS-TG-RECORD(WS-TG-POS:WS-TG-LEN)
          END-IF
       WHEN 'D'
          PERFORM GENERATE-DATE-VALUE
          MOVE 'N' TO WS-TG-NEG
          PERFORM ENCODE-NUMERIC-VALUE
       WHEN OTHER
          PERFORM GENERATE-NUMERIC-VALUE
          PERFORM ENCODE-NUMERIC-VALUE
          IF WS-TF-IDX = WS-TG-CONTROL-IDX
             COMPUTE WS-TG-AMOUNT =
                     WS-TG-MAG / (10 ** WS-TF-DEC-DIGITS(WS-TF-IDX))
             IF WS-TG-NEG = 'Y'
                SUBTRACT WS-TG-AMOUNT FROM WS-TG-REC-AMOUNT
             ELSE
                ADD WS-TG-AMOUNT TO WS-TG-REC-AMOUNT
             END-IF
          END-IF
    END-EVALUATE.

      *> Magnitudes stay within 7 digits (99,999.99 on a V99 amount)
      *> so a run's totals stay readable, and are never zero - a zero
      *> quantity or amount trips business rules of its own.
GENERATE-NUMERIC-VALUE.
    MOVE 'N' TO WS-TG-NEG
    EVALUATE WS-TF-ROLE(WS-TF-IDX)
       WHEN 'K'
          COMPUTE WS-TG-MAG = WS-TG-KEY-BASE + WS-TG-SEQ
          IF WS-TF-DIGITS(WS-TF-IDX) < 18
             COMPUTE WS-TG-MAG = FUNCTION MOD(WS-TG-MAG,
                     10 ** WS-TF-DIGITS(WS-TF-IDX))
          END-IF
       WHEN 'R'
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-MAG = 1
                  + FUNCTION MOD(WS-TG-RAND-STATE, WS-TG-REF-KEYS)
          IF WS-TF-DIGITS(WS-TF-IDX) < 18
             COMPUTE WS-TG-MAG = FUNCTION MOD(WS-TG-MAG,
                     10 ** WS-TF-DIGITS(WS-TF-IDX))
          END-IF
       WHEN 'C'
          MOVE WS-TG-ITEMS TO WS-TG-MAG
       WHEN OTHER
          MOVE WS-TF-DIGITS(WS-TF-IDX) TO WS-TG-POW
          IF WS-TG-POW > 7
             MOVE 7 TO WS-TG-POW
          END-IF
          COMPUTE WS-TG-LIMIT = 10 ** WS-TG-POW
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-MAG = 1
                  + FUNCTION MOD(WS-TG-RAND-STATE, WS-TG-LIMIT - 1)
          IF WS-TF-SIGNED(WS-TF-IDX) = 'Y'
             PERFORM NEXT-RANDOM
             IF FUNCTION MOD(WS-TG-RAND-STATE, 4) = 0
                MOVE 'Y' TO WS-TG-NEG
             END-IF
          END-IF
    END-EVALUATE.

      *> A valid calendar date: 1950-2009, one in twenty a 29
      *> February of a leap year (2000 among them); a later date
      *> field in the same record runs up to five years on from the
      *> one before it.
GENERATE-DATE-VALUE.
    IF WS-TG-LAST-DATE = 0
       PERFORM NEXT-RANDOM
       IF FUNCTION MOD(WS-TG-RAND-STATE, 20) = 0
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-DATE-YYYY =
                  1952 + 4 * FUNCTION MOD(WS-TG-RAND-STATE, 15)
          MOVE 2 TO WS-TG-DATE-MM
          MOVE 29 TO WS-TG-DATE-DD
       ELSE
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-DATE-YYYY =
                  1950 + FUNCTION MOD(WS-TG-RAND-STATE, 60)
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-DATE-MM =
                  1 + FUNCTION MOD(WS-TG-RAND-STATE, 12)
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-DATE-DD =
                  1 + FUNCTION MOD(WS-TG-RAND-STATE, 28)
       END-IF
       COMPUTE WS-TG-DATE = WS-TG-DATE-YYYY * 10000
               + WS-TG-DATE-MM * 100 + WS-TG-DATE-DD
    ELSE
       PERFORM NEXT-RANDOM
       COMPUTE WS-TG-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TG-LAST-DATE)
               + FUNCTION MOD(WS-TG-RAND-STATE, 1826))
    END-IF
    MOVE WS-TG-DATE TO WS-TG-LAST-DATE
    MOVE WS-TG-DATE TO WS-TG-MAG.

      *> Writes WS-TG-MAG / WS-TG-NEG into the record in the field's
      *> storage format.
ENCODE-NUMERIC-VALUE.
    EVALUATE WS-TF-TYPE(WS-TF-IDX)
       WHEN 'S'
          MOVE WS-TG-MAG(19 - WS-TG-LEN:WS-TG-LEN)
               TO WS-TG-RECORD(WS-TG-POS:WS-TG-LEN)
          COMPUTE WS-TG-LAST-DIGIT = FUNCTION MOD(WS-TG-MAG, 10)
          IF WS-TG-NEG = 'Y'
             MOVE WS-TG-OP-NEGATIVE(WS-TG-LAST-DIGIT + 1:1)
                  TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          ELSE
             MOVE WS-TG-OP-POSITIVE(WS-TG-LAST-DIGIT + 1:1)
                  TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          END-IF
       WHEN 'T'
          MOVE WS-TG-MAG(20 - WS-TG-LEN:WS-TG-LEN - 1)
               TO WS-TG-RECORD(WS-TG-POS:WS-TG-LEN - 1)
          IF WS-TG-NEG = 'Y'
             MOVE '-' TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          ELSE
             MOVE '+' TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          END-IF
       WHEN 'P'
          PERFORM ENCODE-PACKED-VALUE
       WHEN 'B'
          PERFORM ENCODE-BINARY-VALUE
       WHEN OTHER
          MOVE WS-TG-MAG(19 - WS-TG-LEN:WS-TG-LEN)
               TO WS-TG-RECORD(WS-TG-POS:WS-TG-LEN)
    END-EVALUATE.

      *> COMP-3: 2n-1 digit nibbles then the sign nibble - C positive,
      *> D negative, F for an unsigned PICTURE - two nibbles a byte,
      *> the inverse of GENLOAD's CONVERT-PACKED-FIELD.
ENCODE-PACKED-VALUE.
    COMPUTE WS-TG-NIB-COUNT = WS-TG-LEN * 2 - 1
    MOVE SPACES TO WS-TG-NIB-TEXT
    MOVE WS-TG-MAG(19 - WS-TG-NIB-COUNT:WS-TG-NIB-COUNT)
         TO WS-TG-NIB-TEXT(1:WS-TG-NIB-COUNT)
    IF WS-TF-SIGNED(WS-TF-IDX) = 'Y'
       IF WS-TG-NEG = 'Y'
          MOVE 13 TO WS-TG-NIB-SIGN
       ELSE
          MOVE 12 TO WS-TG-NIB-SIGN
       END-IF
    ELSE
       MOVE 15 TO WS-TG-NIB-SIGN
    END-IF
    PERFORM VARYING WS-TG-BYTE-IDX FROM 1 BY 1
            UNTIL WS-TG-BYTE-IDX > WS-TG-LEN
       MOVE WS-TG-NIB-TEXT(WS-TG-BYTE-IDX * 2 - 1:1) TO WS-TG-LAST-DIGIT
       MOVE WS-TG-LAST-DIGIT TO WS-TG-NIB-HI
       IF WS-TG-BYTE-IDX = WS-TG-LEN
          MOVE WS-TG-NIB-SIGN TO WS-TG-NIB-LO
       ELSE
          MOVE WS-TG-NIB-TEXT(WS-TG-BYTE-IDX * 2:1) TO WS-TG-LAST-DIGIT
          MOVE WS-TG-LAST-DIGIT TO WS-TG-NIB-LO
       END-IF
       COMPUTE WS-TG-BYTE-VAL = WS-TG-NIB-HI * 16 + WS-TG-NIB-LO
       MOVE FUNCTION CHAR(WS-TG-BYTE-VAL + 1)
            TO WS-TG-RECORD(WS-TG-POS + WS-TG-BYTE-IDX - 1:1)
    END-PERFORM.

      *> COMP/BINARY: big-endian two's complement, lowest byte last.
ENCODE-BINARY-VALUE.
    IF WS-TG-NEG = 'Y'
       COMPUTE WS-TG-BIN-VALUE = 0 - WS-TG-MAG
    ELSE
       MOVE WS-TG-MAG TO WS-TG-BIN-VALUE
    END-IF
    IF WS-TG-BIN-VALUE < 0
       COMPUTE WS-TG-BIN-RANGE = 256 ** WS-TG-LEN
       COMPUTE WS-TG-BIN-VALUE = WS-TG-BIN-VALUE + WS-TG-BIN-RANGE
    END-IF
    PERFORM VARYING WS-TG-BYTE-IDX FROM WS-TG-LEN BY -1
            UNTIL WS-TG-BYTE-IDX < 1
       DIVIDE WS-TG-BIN-VALUE BY 256 GIVING WS-TG-BIN-VALUE
              REMAINDER WS-TG-BIN-REM
       MOVE FUNCTION CHAR(WS-TG-BIN-REM + 1)
            TO WS-TG-RECORD(WS-TG-POS + WS-TG-BYTE-IDX - 1:1)
    END-PERFORM.

      *> Text by field name: an address for EMAIL, an E.164 number
      *> for PHONE, 'Y' for a one-byte flag, otherwise a word off the
      *> list and the record number.
GENERATE-TEXT-VALUE.
    MOVE SPACES TO WS-TG-TEXT
    MOVE WS-TG-SEQ TO WS-TG-SEQ-EDIT
    MOVE 0 TO WS-TG-NAME-TALLY
    INSPECT WS-TF-NAME(WS-TF-IDX) TALLYING WS-TG-NAME-TALLY
            FOR ALL 'EMAIL'
    IF WS-TG-NAME-TALLY > 0
       STRING "c" DELIMITED BY SIZE
              WS-TG-SEQ DELIMITED BY SIZE
              "@example.com" DELIMITED BY SIZE
              INTO WS-TG-TEXT
       END-STRING
    ELSE
       INSPECT WS-TF-NAME(WS-TF-IDX) TALLYING WS-TG-NAME-TALLY
               FOR ALL 'PHONE'
       IF WS-TG-NAME-TALLY > 0
          PERFORM NEXT-RANDOM
          COMPUTE WS-TG-PHONE-DIGITS =
                  FUNCTION MOD(WS-TG-RAND-STATE, 10000000)
          STRING "+1555" DELIMITED BY SIZE
                 WS-TG-PHONE-DIGITS DELIMITED BY SIZE
                 INTO WS-TG-TEXT
          END-STRING
       ELSE
          IF WS-TG-LEN = 1
             MOVE 'Y' TO WS-TG-TEXT
          ELSE
             PERFORM NEXT-RANDOM
             COMPUTE WS-TG-WORD-IDX =
                     1 + FUNCTION MOD(WS-TG-RAND-STATE, 16)
             STRING FUNCTION TRIM(WS-TG-WORD(WS-TG-WORD-IDX))
                         DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TG-SEQ-EDIT) DELIMITED BY SIZE
                    INTO WS-TG-TEXT
             END-STRING
          END-IF
       END-IF
    END-IF
    MOVE WS-TG-TEXT TO WS-TG-RECORD(WS-TG-POS:WS-TG-LEN).

      *> Corrupts one field instance, picked at random among every
      *> eligible instance this record carries. A record with none
      *> (an all-text layout, say) stays clean and the fault moves
      *> on to a later record.
INJECT-FAULT.
    COMPUTE WS-TG-ELIG-COUNT =
            WS-TG-ELIG-FIXED + WS-TG-ELIG-ITEM * WS-TG-ITEMS
    IF WS-TG-ELIG-COUNT = 0
       MOVE 'C' TO WS-TG-DISPOSITION
       ADD 1 TO WS-TG-REJECTS-LEFT
    ELSE
       PERFORM NEXT-RANDOM
       COMPUTE WS-TG-ELIG-PICK =
               1 + FUNCTION MOD(WS-TG-RAND-STATE, WS-TG-ELIG-COUNT)
       MOVE 0 TO WS-TG-FAULT-FIELD
       MOVE 0 TO WS-TG-FAULT-ITEM
       MOVE 0 TO WS-TG-ITEM
       PERFORM LOCATE-FAULT-INSTANCE
       PERFORM VARYING WS-TG-ITEM FROM 1 BY 1
               UNTIL WS-TG-ITEM > WS-TG-ITEMS
                  OR WS-TG-FAULT-FIELD > 0
          PERFORM LOCATE-FAULT-INSTANCE
       END-PERFORM
       MOVE WS-TG-FAULT-FIELD TO WS-TF-IDX
       MOVE WS-TG-FAULT-ITEM TO WS-TG-ITEM
       PERFORM COMPUTE-INSTANCE-POS
       PERFORM APPLY-FIELD-FAULT
    END-IF.

      *> Counts eligible fields down within item WS-TG-ITEM (0 = the
      *> fields outside the table) until the pick is reached.
LOCATE-FAULT-INSTANCE.
    PERFORM VARYING WS-TF-IDX FROM 1 BY 1
            UNTIL WS-TF-IDX > WS-TF-COUNT
               OR WS-TG-FAULT-FIELD > 0
       PERFORM JUDGE-FAULT-ELIGIBLE
       IF WS-TG-ELIG-FIELD = 'Y'
          AND ((WS-TG-ITEM = 0 AND WS-TF-IN-TABLE(WS-TF-IDX) = 'N')
            OR (WS-TG-ITEM > 0 AND WS-TF-IN-TABLE(WS-TF-IDX) = 'Y'))
          SUBTRACT 1 FROM WS-TG-ELIG-PICK
          IF WS-TG-ELIG-PICK = 0
             MOVE WS-TF-IDX TO WS-TG-FAULT-FIELD
             MOVE WS-TG-ITEM TO WS-TG-FAULT-ITEM
          END-IF
       END-IF
    END-PERFORM.

APPLY-FIELD-FAULT.
    MOVE SPACES TO WS-TG-FAULT-LABEL
    IF WS-TG-ITEM = 0
       MOVE WS-TF-NAME(WS-TF-IDX) TO WS-TG-FAULT-LABEL
    ELSE
       MOVE WS-TG-ITEM TO WS-TG-ITEM-EDIT
       STRING FUNCTION TRIM(WS-TF-NAME(WS-TF-IDX)) DELIMITED BY SIZE
              "(" DELIMITED BY SIZE
              FUNCTION TRIM(WS-TG-ITEM-EDIT) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WS-TG-FAULT-LABEL
       END-STRING
    END-IF
    EVALUATE WS-TF-TYPE(WS-TF-IDX)
       WHEN 'N'
          MOVE 'X' TO WS-TG-RECORD(WS-TG-POS:1)
          MOVE "NOT-NUMERIC" TO WS-TG-FAULT-CODE
       WHEN 'D'
          PERFORM APPLY-DATE-FAULT
       WHEN 'S'
          MOVE '*' TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          MOVE "BAD-OVERPUNCH" TO WS-TG-FAULT-CODE
       WHEN 'T'
          MOVE '*' TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          MOVE "BAD-SEPARATE-SIGN" TO WS-TG-FAULT-CODE
       WHEN 'P'
          COMPUTE WS-TG-BYTE-VAL = FUNCTION ORD(
                  WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)) - 1
          DIVIDE WS-TG-BYTE-VAL BY 16 GIVING WS-TG-NIB-HI
                 REMAINDER WS-TG-NIB-LO
          COMPUTE WS-TG-BYTE-VAL = WS-TG-NIB-HI * 16
          MOVE FUNCTION CHAR(WS-TG-BYTE-VAL + 1)
               TO WS-TG-RECORD(WS-TG-POS + WS-TG-LEN - 1:1)
          MOVE "BAD-PACKED-SIGN" TO WS-TG-FAULT-CODE
    END-EVALUATE
    PERFORM CAPTURE-FAULT-VALUE.

      *> The date faults cycle through every way a date is refused:
      *> not numeric, month 13, day 00, 30 February, and 29 February
      *> of a common year.
APPLY-DATE-FAULT.
    ADD 1 TO WS-TG-DATE-FAULTS
    EVALUATE FUNCTION MOD(WS-TG-DATE-FAULTS, 5)
       WHEN 1
          MOVE 'X' TO WS-TG-RECORD(WS-TG-POS + 4:1)
          MOVE "NOT-NUMERIC" TO WS-TG-FAULT-CODE
       WHEN 2
          MOVE '13' TO WS-TG-RECORD(WS-TG-POS + 4:2)
          MOVE "MONTH-13" TO WS-TG-FAULT-CODE
       WHEN 3
          MOVE '00' TO WS-TG-RECORD(WS-TG-POS + 6:2)
          MOVE "DAY-00" TO WS-TG-FAULT-CODE
       WHEN 4
          MOVE '0230' TO WS-TG-RECORD(WS-TG-POS + 4:4)
          MOVE "FEB-30" TO WS-TG-FAULT-CODE
       WHEN OTHER
          MOVE '20030229' TO WS-TG-RECORD(WS-TG-POS:8)
          MOVE "FEB-29-COMMON-YEAR" TO WS-TG-FAULT-CODE
    END-EVALUATE.

      *> Display fields are listed as written; a packed field's bytes
      *> are not printable, so they are listed in hex.
CAPTURE-FAULT-VALUE.
    MOVE SPACES TO WS-TG-FAULT-VALUE
    IF WS-TF-TYPE(WS-TF-IDX) = 'P'
       MOVE WS-TG-LEN TO WS-TG-HEX-LEN
       IF WS-TG-HEX-LEN > 17
          MOVE 17 TO WS-TG-HEX-LEN
       END-IF
       MOVE "X'" TO WS-TG-FAULT-VALUE(1:2)
       PERFORM VARYING WS-TG-HEX-IDX FROM 1 BY 1
               UNTIL WS-TG-HEX-IDX > WS-TG-HEX-LEN
          MOVE WS-TG-RECORD(WS-TG-POS + WS-TG-HEX-IDX - 1:1)
               TO WS-HEX-IN-BYTE
          PERFORM ENCODE-BYTE-TO-HEX
          MOVE WS-HEX-OUT
               TO WS-TG-FAULT-VALUE(WS-TG-HEX-IDX * 2 + 1:2)
       END-PERFORM
       MOVE "'" TO WS-TG-FAULT-VALUE(WS-TG-HEX-LEN * 2 + 3:1)
    ELSE
       IF WS-TG-LEN > 40
          MOVE WS-TG-RECORD(WS-TG-POS:40) TO WS-TG-FAULT-VALUE
       ELSE
          MOVE WS-TG-RECORD(WS-TG-POS:WS-TG-LEN) TO WS-TG-FAULT-VALUE
       END-IF
    END-IF.

      *> A clean record joins the ring of originals a later repeat
      *> may copy, overwriting the oldest once the ring is full.
REMEMBER-CLEAN-RECORD.
    MOVE WS-TG-SEQ TO WS-TG-RING-SEQ(WS-TG-RING-NEXT)
    MOVE WS-TG-THIS-LEN TO WS-TG-RING-LEN(WS-TG-RING-NEXT)
    MOVE WS-TG-REC-AMOUNT TO WS-TG-RING-AMT(WS-TG-RING-NEXT)
    MOVE 'N' TO WS-TG-RING-USED(WS-TG-RING-NEXT)
    MOVE WS-TG-RECORD TO WS-TG-RING-REC(WS-TG-RING-NEXT)
    IF WS-TG-RING-FILLED < 16
       ADD 1 TO WS-TG-RING-FILLED
    END-IF
    COMPUTE WS-TG-RING-NEXT = FUNCTION MOD(WS-TG-RING-NEXT, 16) + 1.

      *> Copies a random not-yet-repeated original off the ring. Each
      *> original is repeated at most once, so a key occurs no more
      *> than twice and every loader policy has one clear answer.
BUILD-DUPLICATE-RECORD.
    MOVE 0 TO WS-TG-RING-FREE
    PERFORM VARYING WS-TG-RING-IDX FROM 1 BY 1
            UNTIL WS-TG-RING-IDX > WS-TG-RING-FILLED
       IF WS-TG-RING-USED(WS-TG-RING-IDX) = 'N'
          ADD 1 TO WS-TG-RING-FREE
       END-IF
    END-PERFORM
    IF WS-TG-RING-FREE = 0
       MOVE 'C' TO WS-TG-DISPOSITION
       ADD 1 TO WS-TG-DUPS-LEFT
    ELSE
       PERFORM NEXT-RANDOM
       COMPUTE WS-TG-RAND-PICK =
               1 + FUNCTION MOD(WS-TG-RAND-STATE, WS-TG-RING-FREE)
       PERFORM VARYING WS-TG-RING-IDX FROM 1 BY 1
               UNTIL WS-TG-RING-IDX > WS-TG-RING-FILLED
                  OR WS-TG-RAND-PICK = 0
          IF WS-TG-RING-USED(WS-TG-RING-IDX) = 'N'
             SUBTRACT 1 FROM WS-TG-RAND-PICK
          END-IF
       END-PERFORM
       SUBTRACT 1 FROM WS-TG-RING-IDX
       MOVE 'Y' TO WS-TG-RING-USED(WS-TG-RING-IDX)
       MOVE WS-TG-RING-REC(WS-TG-RING-IDX) TO WS-TG-RECORD
       MOVE WS-TG-RING-LEN(WS-TG-RING-IDX) TO WS-TG-THIS-LEN
       MOVE WS-TG-RING-AMT(WS-TG-RING-IDX) TO WS-TG-REC-AMOUNT
       MOVE WS-TG-RING-SEQ(WS-TG-RING-IDX) TO WS-TG-DUP-OF
    END-IF.

      *> The record goes out behind its type byte (TYPE=), through
      *> the RDW writer under RECFM=VB, or byte for byte otherwise.
EMIT-RECORD.
    MOVE 0 TO WS-RDW-DATA-LEN
    IF WS-TG-TYPE-BYTE NOT = SPACE
       MOVE WS-TG-TYPE-BYTE TO WS-RDW-DATA(1:1)
       MOVE 1 TO WS-RDW-DATA-LEN
    END-IF
    MOVE WS-TG-RECORD(1:WS-TG-THIS-LEN)
         TO WS-RDW-DATA(WS-RDW-DATA-LEN + 1:WS-TG-THIS-LEN)
    ADD WS-TG-THIS-LEN TO WS-RDW-DATA-LEN
    PERFORM WRITE-OUTPUT-RECORD
    ADD 1 TO WS-TG-PHYS-COUNT.

WRITE-OUTPUT-RECORD.
    IF RP-RECFM-MODE = 'V'
       PERFORM WRITE-RDW-RECORD
    ELSE
       PERFORM VARYING WS-TG-OUT-IDX FROM 1 BY 1
               UNTIL WS-TG-OUT-IDX > WS-RDW-DATA-LEN
          MOVE WS-RDW-DATA(WS-TG-OUT-IDX:1) TO RDW-BYTE
          WRITE RDW-BYTE
       END-PERFORM
    END-IF.

      *> Marker in bytes 1-3, the rest spaces; the ODO shape also
      *> sets its counter so the record reads at its fixed length.
BUILD-CONTROL-BASE.
    MOVE SPACES TO WS-TG-RECORD
    MOVE WS-TG-CTL-LEN TO WS-TG-THIS-LEN
    IF WS-TG-CTL-SHAPE = 'O'
       MOVE WS-TG-COUNTER-IDX TO WS-TF-IDX
       MOVE 0 TO WS-TG-ITEM
       PERFORM COMPUTE-INSTANCE-POS
       MOVE WS-TG-CTL-ITEMS TO WS-TG-MAG
       MOVE 'N' TO WS-TG-NEG
       PERFORM ENCODE-NUMERIC-VALUE
    END-IF.

WRITE-HEADER-RECORD.
    PERFORM BUILD-CONTROL-BASE
    MOVE 'HDR' TO WS-TG-RECORD(1:3)
    MOVE WS-TG-HDR-DATE TO WS-TG-RECORD(WS-TG-CTL-AT:8)
    PERFORM EMIT-RECORD.

      *> Count of every data record; the hash total over them all as
      *> generated, where the layout has room and a control field.
WRITE-TRAILER-RECORD.
    PERFORM BUILD-CONTROL-BASE
    MOVE 'TRL' TO WS-TG-RECORD(1:3)
    MOVE WS-TG-RECORDS-WANTED TO WS-TG-CTL-COUNT
    MOVE WS-TG-CTL-COUNT TO WS-TG-RECORD(WS-TG-CTL-AT:9)
    IF WS-TG-CTL-SHAPE NOT = 'C' AND WS-TG-CONTROL-IDX > 0
       IF WS-TG-AMT-ALL < 0
          MOVE '-' TO WS-TG-RECORD(WS-TG-CTL-AT + 9:1)
          COMPUTE WS-TG-CTL-AMT-ABS = 0 - WS-TG-AMT-ALL
       ELSE
          MOVE '+' TO WS-TG-RECORD(WS-TG-CTL-AT + 9:1)
          MOVE WS-TG-AMT-ALL TO WS-TG-CTL-AMT-ABS
       END-IF
       COMPUTE WS-TG-CTL-AMT-DIGITS = WS-TG-CTL-AMT-ABS * 100
       MOVE WS-TG-CTL-AMT-DIGITS TO WS-TG-RECORD(WS-TG-CTL-AT + 10:13)
    END-IF
    PERFORM EMIT-RECORD.

      *> SPLITFEED's closing record: 'T', then the total and the
      *> C/O/I counts, four 9-digit fields.
WRITE-MIXED-TRAILER.
    EVALUATE WS-TG-TYPE-BYTE
       WHEN 'C'
          ADD WS-TG-PHYS-COUNT TO WS-TG-FEED-CUST
       WHEN 'O'
          ADD WS-TG-PHYS-COUNT TO WS-TG-FEED-ORD
       WHEN 'I'
          ADD WS-TG-PHYS-COUNT TO WS-TG-FEED-INV
    END-EVALUATE
    COMPUTE WS-TG-FEED-TOTAL =
            WS-TG-FEED-CUST + WS-TG-FEED-ORD + WS-TG-FEED-INV
    MOVE 'T' TO WS-RDW-DATA(1:1)
    MOVE WS-TG-FEED-TOTAL TO WS-RDW-DATA(2:9)
    MOVE WS-TG-FEED-CUST TO WS-RDW-DATA(11:9)
    MOVE WS-TG-FEED-ORD TO WS-RDW-DATA(20:9)
    MOVE WS-TG-FEED-INV TO WS-RDW-DATA(29:9)
    MOVE 37 TO WS-RDW-DATA-LEN
    PERFORM WRITE-OUTPUT-RECORD.

      *> The segment's closing lines: its trailer, its share of a
      *> mixed feed, and what each loader should report.
WRITE-EXPECTED-SUMMARY.
    MOVE SPACES TO WS-TG-EXP-OUT
    IF WS-TG-CTL-SHAPE = 'N'
       MOVE "TRAILER|NONE" TO WS-TG-EXP-OUT
    ELSE
       IF WS-TG-CTL-SHAPE NOT = 'C' AND WS-TG-CONTROL-IDX > 0
          MOVE WS-TG-AMT-ALL TO WS-TG-TOTAL-EDIT
          STRING "TRAILER|COUNT=" DELIMITED BY SIZE
                 WS-TG-RECORDS-WANTED DELIMITED BY SIZE
                 "|AMOUNT=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-TG-TOTAL-EDIT) DELIMITED BY SIZE
                 INTO WS-TG-EXP-OUT
          END-STRING
       ELSE
          STRING "TRAILER|COUNT=" DELIMITED BY SIZE
                 WS-TG-RECORDS-WANTED DELIMITED BY SIZE
                 "|AMOUNT=NONE" DELIMITED BY SIZE
                 INTO WS-TG-EXP-OUT
          END-STRING
       END-IF
    END-IF
    PERFORM WRITE-EXPECT-LINE
    IF WS-TG-TYPE-BYTE NOT = SPACE
       MOVE SPACES TO WS-TG-EXP-OUT
       STRING "FEED|" DELIMITED BY SIZE
              WS-TG-TYPE-BYTE DELIMITED BY SIZE
              "|" DELIMITED BY SIZE
              WS-TG-PHYS-COUNT DELIMITED BY SIZE
              INTO WS-TG-EXP-OUT
       END-STRING
       PERFORM WRITE-EXPECT-LINE
    END-IF

    MOVE WS-TG-RECORDS-WANTED TO WS-TG-EXP-READ
    *> GENLOAD has no duplicate check: a repeat loads like any
    *> other record.
    IF WS-TG-OCC-SEEN = 'N'
       MOVE WS-TG-FAULT-COUNT TO WS-TG-EXP-REJECTED
       MOVE 0 TO WS-TG-EXP-DUPS
       COMPUTE WS-TG-AMT-LOADED = WS-TG-AMT-CLEAN + WS-TG-AMT-DUPS
       IF WS-TG-CONTROL-IDX = 0
          MOVE 0 TO WS-TG-AMT-LOADED
       END-IF
       MOVE SPACES TO WS-TG-PREFIX
       MOVE WS-TG-RECORD-NAME TO WS-TG-PREFIX
       INSPECT WS-TG-PREFIX REPLACING ALL '-' BY '_'
       MOVE "GENLOAD" TO WS-TG-EXP-OUT
       PERFORM WRITE-LOADER-LINE
    END-IF
    *> The bespoke loader applies DUPPOLICY= (DUPLIB.cpy): keep
    *> first rejects the repeat; keep last loads it, the first's
    *> amount already counted; reject both rejects the repeat and
    *> reclassifies the first, whose amount stays in the total.
    IF WS-TG-LDR-FOUND > 0
       MOVE WS-TG-DUP-COUNT TO WS-TG-EXP-DUPS
       EVALUATE RP-DUP-POLICY
          WHEN 'L'
             MOVE WS-TG-FAULT-COUNT TO WS-TG-EXP-REJECTED
             COMPUTE WS-TG-AMT-LOADED =
                     WS-TG-AMT-CLEAN + WS-TG-AMT-DUPS
          WHEN 'R'
             COMPUTE WS-TG-EXP-REJECTED =
                     WS-TG-FAULT-COUNT + 2 * WS-TG-DUP-COUNT
             MOVE WS-TG-AMT-CLEAN TO WS-TG-AMT-LOADED
          WHEN OTHER
             COMPUTE WS-TG-EXP-REJECTED =
                     WS-TG-FAULT-COUNT + WS-TG-DUP-COUNT
             MOVE WS-TG-AMT-CLEAN TO WS-TG-AMT-LOADED
       END-EVALUATE
       IF WS-TG-LDR-HAS-TOTAL(WS-TG-LDR-FOUND) = 'N'
          MOVE 0 TO WS-TG-AMT-LOADED
       END-IF
       MOVE WS-TG-LDR-PREFIX(WS-TG-LDR-FOUND) TO WS-TG-PREFIX
       MOVE WS-TG-LDR-PROGRAM(WS-TG-LDR-FOUND) TO WS-TG-EXP-OUT
       PERFORM WRITE-LOADER-LINE
    END-IF.

      *> Caller leaves the program name in WS-TG-EXP-OUT.
WRITE-LOADER-LINE.
    COMPUTE WS-TG-EXP-LOADED = WS-TG-EXP-READ - WS-TG-EXP-REJECTED
    MOVE WS-TG-AMT-LOADED TO WS-TG-TOTAL-EDIT
    MOVE WS-TG-EXP-OUT(1:8) TO WS-TG-FD-TAG
    MOVE SPACES TO WS-TG-EXP-OUT
    STRING "LOADER|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TG-FD-TAG) DELIMITED BY SIZE
           "|PREFIX=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TG-PREFIX) DELIMITED BY SIZE
           "|READ=" DELIMITED BY SIZE
           WS-TG-EXP-READ DELIMITED BY SIZE
           "|LOADED=" DELIMITED BY SIZE
           WS-TG-EXP-LOADED DELIMITED BY SIZE
           "|REJECTED=" DELIMITED BY SIZE
           WS-TG-EXP-REJECTED DELIMITED BY SIZE
           "|DUPLICATES=" DELIMITED BY SIZE
           WS-TG-EXP-DUPS DELIMITED BY SIZE
           "|CONTROL_TOTAL=" DELIMITED BY SIZE
           FUNCTION TRIM(WS-TG-TOTAL-EDIT) DELIMITED BY SIZE
           INTO WS-TG-EXP-OUT
    END-STRING
    PERFORM WRITE-EXPECT-LINE.

WRITE-EXPECT-LINE.
    MOVE WS-TG-EXP-OUT TO EXPECT-REC
    WRITE EXPECT-REC.

NEXT-RANDOM.
    COMPUTE WS-TG-RAND-WORK = WS-TG-RAND-STATE * 16807
    COMPUTE WS-TG-RAND-STATE =
            FUNCTION MOD(WS-TG-RAND-WORK, 2147483647).

COPY "PARSEPRM.cpy".
COPY "DATELIB.cpy".
COPY "RDWLIB.cpy".
COPY "HEXLIB.cpy".
