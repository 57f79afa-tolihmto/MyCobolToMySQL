      *> Working storage for CONTACTLIB.cpy, the shared PHONE-NUMBER /
      *> EMAIL standardizer. CONTACT-INFO arrives however the source
      *> system's operators typed it - "(555)123-4567", "555.123.4567 ",
      *> "John.Doe@Example.COM." - and the only check the loaders ever
      *> made was the business rule that EMAIL contains '@'. The
      *> standardizer derives one normalized rendition of each field
      *> plus a quality grade:
      *>   VALID    - the raw value already is the normalized value
      *>   REPAIRED - normalized by the configured rules (the repair
      *>              actions taken are flagged for the summary)
      *>   UNUSABLE - no normalized value can be trusted; the
      *>              normalized rendition is left blank
      *> The rules live in Config/CONTACT_RULES.cfg, one setting per
      *> line, pipe-delimited like every other config line here:
      *>   SETTING|VALUE
      *>   COUNTRY-CODE|1              digits of the home country code
      *>   NATIONAL-DIGITS|10          digits in a national number
      *>   TRUNK-PREFIX|               national trunk digit (e.g. 0),
      *>                               blank when the plan has none
      *>   PHONE-FORMAT|+C##########
      *>                               'C' = the country code,
      *>                               '#' = the next national digit,
      *>                               anything else is literal
      *>   EMAIL-CASE|LOWER            LOWER, UPPER or KEEP
      *> '#' in column 1 comments a line out. A missing config, or a
      *> missing setting, keeps the defaults below. A PHONE-FORMAT
      *> whose '#' count disagrees with NATIONAL-DIGITS (or that would
      *> not fit WS-CTC-PHONE-STD) falls back to the plain
      *> international form, "+" country code and national digits.
      *> Caller PERFORMs LOAD-CONTACT-RULES once at startup; per
      *> record it moves the raw values to WS-CTC-PHONE-IN and
      *> WS-CTC-EMAIL-IN, PERFORMs STANDARDIZE-CONTACT, reads the
      *> WS-CTC-PHONE-* / WS-CTC-EMAIL-* results back, and PERFORMs
      *> TALLY-CONTACT-QUALITY for each contact the load keeps.
       01 WS-CTC-RULE-FILE-NAME     PIC X(80)
                                     VALUE "Config/CONTACT_RULES.cfg".
       01 WS-CTC-RULE-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-CTC-RULE-EOF           PIC X(1) VALUE 'N'.
       01 WS-CTC-RULE-KEY           PIC X(30).
       01 WS-CTC-RULE-VALUE         PIC X(40).

       01 WS-CTC-COUNTRY-CODE       PIC X(3) VALUE "1".
       01 WS-CTC-CC-LEN             PIC 9(2) VALUE 1.
       01 WS-CTC-NATIONAL-DIGITS    PIC 9(2) VALUE 10.
       01 WS-CTC-TRUNK-PREFIX       PIC X(1) VALUE SPACE.
       01 WS-CTC-PHONE-FORMAT       PIC X(30)
                                     VALUE "+C##########".
       01 WS-CTC-FORMAT-LEN         PIC 9(2) VALUE 0.
       01 WS-CTC-FORMAT-HAS-CC      PIC X(1) VALUE 'Y'.
       01 WS-CTC-EMAIL-CASE         PIC X(5) VALUE "LOWER".

      *> One contact in, normalized renditions and grades out.
       01 WS-CTC-PHONE-IN           PIC X(12).
       01 WS-CTC-EMAIL-IN           PIC X(25).
       01 WS-CTC-PHONE-STD          PIC X(20).
       01 WS-CTC-PHONE-GRADE        PIC X(8).
       01 WS-CTC-PHONE-REASON       PIC X(30).
       01 WS-CTC-PHONE-FIX-LAYOUT   PIC X(1).
       01 WS-CTC-PHONE-FIX-CC-ADD   PIC X(1).
       01 WS-CTC-PHONE-FIX-CC-DROP  PIC X(1).
       01 WS-CTC-PHONE-FIX-TRUNK    PIC X(1).
       01 WS-CTC-EMAIL-STD          PIC X(25).
       01 WS-CTC-EMAIL-GRADE        PIC X(8).
       01 WS-CTC-EMAIL-REASON       PIC X(30).
       01 WS-CTC-EMAIL-FIX-SPACE    PIC X(1).
       01 WS-CTC-EMAIL-FIX-CASE     PIC X(1).
       01 WS-CTC-EMAIL-FIX-DOT      PIC X(1).

      *> The form a delta comparison judges: the normalized value
      *> when the field is usable, the raw text when it is not - so
      *> a reformat alone never reads as a change, and a change to
      *> an unusable value still does.
       01 WS-CTC-COMPARE-KEY.
          05 WS-CTC-COMPARE-PHONE   PIC X(20).
          05 WS-CTC-COMPARE-EMAIL   PIC X(25).

      *> Scratch for the phone/email passes.
       01 WS-CTC-DIGITS             PIC X(12).
       01 WS-CTC-DIGIT-COUNT        PIC 9(2).
       01 WS-CTC-NATIONAL           PIC X(12).
       01 WS-CTC-HAD-CC             PIC X(1).
       01 WS-CTC-HAD-TRUNK          PIC X(1).
       01 WS-CTC-BAD-CHAR           PIC X(1).
       01 WS-CTC-RAW-LAYOUT         PIC X(12).
       01 WS-CTC-RAW-LAYOUT-LEN     PIC 9(2).
       01 WS-CTC-STD-LAYOUT         PIC X(20).
       01 WS-CTC-STD-LAYOUT-LEN     PIC 9(2).
       01 WS-CTC-STD-LEN            PIC 9(2).
       01 WS-CTC-NAT-PTR            PIC 9(2).
       01 WS-CTC-CHAR               PIC X(1).
       01 WS-CTC-IDX                PIC 9(2).
       01 WS-CTC-LEN                PIC 9(2).
       01 WS-CTC-HASH-COUNT         PIC 9(2).
       01 WS-CTC-CC-MARKS           PIC 9(2).
       01 WS-CTC-EMAIL-WORK         PIC X(25).
       01 WS-CTC-EMAIL-FOLDED       PIC X(25).
       01 WS-CTC-AT-COUNT           PIC 9(2).
       01 WS-CTC-AT-POS             PIC 9(2).
       01 WS-CTC-SPACE-COUNT        PIC 9(2).
       01 WS-CTC-DOT-COUNT          PIC 9(2).
       01 WS-CTC-STRIP-DONE         PIC X(1).

      *> Run totals for the contact-quality summary report, one slot
      *> per line the report prints - a contact counts once in its
      *> grade line and once in every repair action it took, so the
      *> repair-action lines can add up to more than REPAIRED. The
      *> labels double as the keys ACCUMULATE-CONTACT-REPORT-LINE
      *> matches when a fan-out adds up its slices' reports.
       01 WS-CTC-TALLY-LABELS.
          05 FILLER PIC X(45) VALUE "CONTACTS GRADED".
          05 FILLER PIC X(45) VALUE "PHONE-NUMBER VALID".
          05 FILLER PIC X(45) VALUE "PHONE-NUMBER REPAIRED".
          05 FILLER PIC X(45) VALUE "PHONE-NUMBER UNUSABLE".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER REPAIR - LAYOUT REFORMATTED".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER REPAIR - COUNTRY CODE ADDED".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER REPAIR - COUNTRY CODE REMOVED".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER REPAIR - TRUNK PREFIX REMOVED".
          05 FILLER PIC X(45) VALUE "PHONE-NUMBER UNUSABLE - MISSING".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER UNUSABLE - INVALID CHARACTERS".
          05 FILLER PIC X(45)
             VALUE "PHONE-NUMBER UNUSABLE - WRONG DIGIT COUNT".
          05 FILLER PIC X(45) VALUE "EMAIL VALID".
          05 FILLER PIC X(45) VALUE "EMAIL REPAIRED".
          05 FILLER PIC X(45) VALUE "EMAIL UNUSABLE".
          05 FILLER PIC X(45)
             VALUE "EMAIL REPAIR - WHITESPACE TRIMMED".
          05 FILLER PIC X(45) VALUE "EMAIL REPAIR - CASE FOLDED".
          05 FILLER PIC X(45)
             VALUE "EMAIL REPAIR - TRAILING DOT REMOVED".
          05 FILLER PIC X(45) VALUE "EMAIL UNUSABLE - MISSING".
          05 FILLER PIC X(45) VALUE "EMAIL UNUSABLE - EMBEDDED SPACE".
          05 FILLER PIC X(45)
             VALUE "EMAIL UNUSABLE - NOT EXACTLY ONE @".
          05 FILLER PIC X(45) VALUE "EMAIL UNUSABLE - NO LOCAL PART".
          05 FILLER PIC X(45) VALUE "EMAIL UNUSABLE - BAD DOMAIN".
       01 WS-CTC-TALLY-LABEL-TABLE REDEFINES WS-CTC-TALLY-LABELS.
          05 WS-CTC-TALLY-LABEL     PIC X(45) OCCURS 22 TIMES.
       01 WS-CTC-TALLY-TABLE.
          05 WS-CTC-TALLY-COUNT     PIC 9(9) OCCURS 22 TIMES.
       01 WS-CTC-TALLY-MAX          PIC 9(2) VALUE 22.
       01 WS-CTC-TALLY-KEY          PIC X(45).
       01 WS-CTC-TALLY-IDX          PIC 9(2).
       01 WS-CTC-TALLY-EDIT         PIC Z(8)9.

      *> The summary report: a title block naming the rules in force,
      *> then one "label  count" line per tally slot. Caller sets
      *> WS-CTC-REPORT-FILE-NAME (slices take their own name).
       01 WS-CTC-REPORT-FILE-NAME   PIC X(80)
                  VALUE "Output/CUSTOMER_CONTACT_QUALITY.txt".
       01 WS-CTC-REPORT-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-CTC-REPORT-BUF         PIC X(80).
       01 WS-CTC-REPORT-DATE        PIC 9(8) VALUE 0.
       01 WS-CTC-TRUNK-SHOW         PIC X(4).
