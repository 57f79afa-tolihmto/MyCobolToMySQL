      *> Shared PHONE-NUMBER / EMAIL standardization paragraphs, paired
      *> with CONTACTWS.cpy - see its header for the config format,
      *> the grades and the calling protocol. Caller declares,
      *> alongside its own SELECTs:
      *>   SELECT CONTACT-RULE-FILE
      *>       ASSIGN TO DYNAMIC WS-CTC-RULE-FILE-NAME
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WS-CTC-RULE-FILE-STATUS.
      *> and, in FILE SECTION:
      *>   FD  CONTACT-RULE-FILE.
      *>   01  CONTACT-RULE-LINE    PIC X(120).
      *> The summary report paragraphs are in CONTACTRPT.cpy, for the
      *> programs that write or merge the report.
       LOAD-CONTACT-RULES.
           INITIALIZE WS-CTC-TALLY-TABLE
           MOVE 'N' TO WS-CTC-RULE-EOF
           OPEN INPUT CONTACT-RULE-FILE
           IF WS-CTC-RULE-FILE-STATUS NOT = '00'
              CLOSE CONTACT-RULE-FILE
           ELSE
              PERFORM UNTIL WS-CTC-RULE-EOF = 'Y'
                 READ CONTACT-RULE-FILE
                    AT END
                       MOVE 'Y' TO WS-CTC-RULE-EOF
                    NOT AT END
                       IF CONTACT-RULE-LINE(1:1) NOT = '#'
                          AND CONTACT-RULE-LINE NOT = SPACES
                          PERFORM APPLY-CONTACT-RULE-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTACT-RULE-FILE
           END-IF
           PERFORM CHECK-CONTACT-PHONE-FORMAT.

       APPLY-CONTACT-RULE-LINE.
           MOVE SPACES TO WS-CTC-RULE-KEY
           MOVE SPACES TO WS-CTC-RULE-VALUE
           UNSTRING CONTACT-RULE-LINE DELIMITED BY '|'
              INTO WS-CTC-RULE-KEY, WS-CTC-RULE-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CTC-RULE-KEY))
                TO WS-CTC-RULE-KEY
           MOVE FUNCTION TRIM(WS-CTC-RULE-VALUE) TO WS-CTC-RULE-VALUE
           EVALUATE WS-CTC-RULE-KEY
              WHEN "COUNTRY-CODE"
                 COMPUTE WS-CTC-LEN = FUNCTION LENGTH(
                         FUNCTION TRIM(WS-CTC-RULE-VALUE))
                 IF WS-CTC-RULE-VALUE NOT = SPACES
                    AND WS-CTC-LEN <= 3
                    AND WS-CTC-RULE-VALUE(1:WS-CTC-LEN) IS NUMERIC
                    MOVE WS-CTC-RULE-VALUE(1:WS-CTC-LEN)
                         TO WS-CTC-COUNTRY-CODE
                 ELSE
                    DISPLAY "CONTACT RULES: COUNTRY-CODE "
                            FUNCTION TRIM(WS-CTC-RULE-VALUE)
                            " is not 1-3 digits - keeping "
                            FUNCTION TRIM(WS-CTC-COUNTRY-CODE)
                 END-IF
              WHEN "NATIONAL-DIGITS"
                 IF FUNCTION TEST-NUMVAL(WS-CTC-RULE-VALUE) = 0
                    AND FUNCTION NUMVAL(WS-CTC-RULE-VALUE) >= 4
                    AND FUNCTION NUMVAL(WS-CTC-RULE-VALUE) <= 12
                    COMPUTE WS-CTC-NATIONAL-DIGITS =
                            FUNCTION NUMVAL(WS-CTC-RULE-VALUE)
                 ELSE
                    DISPLAY "CONTACT RULES: NATIONAL-DIGITS "
                            FUNCTION TRIM(WS-CTC-RULE-VALUE)
                            " is not 4-12 - keeping "
                            WS-CTC-NATIONAL-DIGITS
                 END-IF
              WHEN "TRUNK-PREFIX"
                 IF WS-CTC-RULE-VALUE(2:) = SPACES
                    AND (WS-CTC-RULE-VALUE(1:1) = SPACE
                         OR WS-CTC-RULE-VALUE(1:1) IS NUMERIC)
                    MOVE WS-CTC-RULE-VALUE(1:1) TO WS-CTC-TRUNK-PREFIX
                 ELSE
                    DISPLAY "CONTACT RULES: TRUNK-PREFIX "
                            FUNCTION TRIM(WS-CTC-RULE-VALUE)
                            " is not one digit - ignored"
                 END-IF
              WHEN "PHONE-FORMAT"
                 MOVE WS-CTC-RULE-VALUE TO WS-CTC-PHONE-FORMAT
              WHEN "EMAIL-CASE"
                 MOVE FUNCTION UPPER-CASE(WS-CTC-RULE-VALUE)
                      TO WS-CTC-RULE-VALUE
                 IF WS-CTC-RULE-VALUE = "LOWER"
                    OR WS-CTC-RULE-VALUE = "UPPER"
                    OR WS-CTC-RULE-VALUE = "KEEP"
                    MOVE WS-CTC-RULE-VALUE TO WS-CTC-EMAIL-CASE
                 ELSE
                    DISPLAY "CONTACT RULES: EMAIL-CASE "
                            FUNCTION TRIM(WS-CTC-RULE-VALUE)
                            " is not LOWER/UPPER/KEEP - keeping "
                            FUNCTION TRIM(WS-CTC-EMAIL-CASE)
                 END-IF
              WHEN OTHER
                 DISPLAY "CONTACT RULES: unknown setting "
                         FUNCTION TRIM(WS-CTC-RULE-KEY) " - ignored"
           END-EVALUATE.

      *> The format must place exactly NATIONAL-DIGITS digits and fit
      *> the normalized column; anything else would silently drop or
      *> invent digits, so it falls back to "+" country code and the
      *> national digits run together.
       CHECK-CONTACT-PHONE-FORMAT.
           COMPUTE WS-CTC-CC-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CTC-COUNTRY-CODE))
           MOVE 0 TO WS-CTC-FORMAT-LEN
           MOVE 0 TO WS-CTC-HASH-COUNT
           MOVE 0 TO WS-CTC-CC-MARKS
           IF WS-CTC-PHONE-FORMAT NOT = SPACES
              COMPUTE WS-CTC-FORMAT-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CTC-PHONE-FORMAT TRAILING))
              INSPECT WS-CTC-PHONE-FORMAT
                 TALLYING WS-CTC-HASH-COUNT FOR ALL '#'
              INSPECT WS-CTC-PHONE-FORMAT
                 TALLYING WS-CTC-CC-MARKS FOR ALL 'C'
           END-IF
           COMPUTE WS-CTC-STD-LEN = WS-CTC-FORMAT-LEN - WS-CTC-CC-MARKS
                   + WS-CTC-CC-MARKS * WS-CTC-CC-LEN
           IF WS-CTC-FORMAT-LEN = 0
              OR WS-CTC-HASH-COUNT NOT = WS-CTC-NATIONAL-DIGITS
              OR WS-CTC-STD-LEN > FUNCTION LENGTH(WS-CTC-PHONE-STD)
              DISPLAY "CONTACT RULES: PHONE-FORMAT "
                      FUNCTION TRIM(WS-CTC-PHONE-FORMAT)
                      " does not place " WS-CTC-NATIONAL-DIGITS
                      " digits - using the international form"
              MOVE SPACES TO WS-CTC-PHONE-FORMAT
              MOVE "+C" TO WS-CTC-PHONE-FORMAT
              MOVE ALL '#' TO
                   WS-CTC-PHONE-FORMAT(3:WS-CTC-NATIONAL-DIGITS)
              COMPUTE WS-CTC-FORMAT-LEN = WS-CTC-NATIONAL-DIGITS + 2
              MOVE 1 TO WS-CTC-CC-MARKS
           END-IF
           IF WS-CTC-CC-MARKS > 0
              MOVE 'Y' TO WS-CTC-FORMAT-HAS-CC
           ELSE
              MOVE 'N' TO WS-CTC-FORMAT-HAS-CC
           END-IF.

       STANDARDIZE-CONTACT.
           PERFORM STANDARDIZE-PHONE-NUMBER
           PERFORM STANDARDIZE-EMAIL-ADDRESS.

      *> Digits are kept, the usual punctuation ( ) - . + / and spaces
      *> are layout, anything else makes the number unusable. The
      *> digit count then decides what the number is: a national
      *> number, the same prefixed with the country code, or (where
      *> the plan has one) prefixed with the trunk digit.
       STANDARDIZE-PHONE-NUMBER.
           MOVE SPACES TO WS-CTC-PHONE-STD
           MOVE SPACES TO WS-CTC-PHONE-GRADE
           MOVE SPACES TO WS-CTC-PHONE-REASON
           MOVE SPACES TO WS-CTC-DIGITS
           MOVE SPACES TO WS-CTC-NATIONAL
           MOVE SPACES TO WS-CTC-RAW-LAYOUT
           MOVE 'N' TO WS-CTC-PHONE-FIX-LAYOUT
           MOVE 'N' TO WS-CTC-PHONE-FIX-CC-ADD
           MOVE 'N' TO WS-CTC-PHONE-FIX-CC-DROP
           MOVE 'N' TO WS-CTC-PHONE-FIX-TRUNK
           MOVE 'N' TO WS-CTC-HAD-CC
           MOVE 'N' TO WS-CTC-HAD-TRUNK
           MOVE 'N' TO WS-CTC-BAD-CHAR
           MOVE 0 TO WS-CTC-DIGIT-COUNT
           MOVE 0 TO WS-CTC-RAW-LAYOUT-LEN
           IF WS-CTC-PHONE-IN = SPACES
              MOVE "UNUSABLE" TO WS-CTC-PHONE-GRADE
              MOVE "MISSING" TO WS-CTC-PHONE-REASON
           ELSE
              COMPUTE WS-CTC-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CTC-PHONE-IN TRAILING))
              PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                      UNTIL WS-CTC-IDX > WS-CTC-LEN
                 MOVE WS-CTC-PHONE-IN(WS-CTC-IDX:1) TO WS-CTC-CHAR
                 EVALUATE TRUE
                    WHEN WS-CTC-CHAR IS NUMERIC
                       ADD 1 TO WS-CTC-DIGIT-COUNT
                       MOVE WS-CTC-CHAR
                            TO WS-CTC-DIGITS(WS-CTC-DIGIT-COUNT:1)
                    WHEN WS-CTC-CHAR = SPACE OR '(' OR ')' OR '-'
                                       OR '.' OR '+' OR '/'
                       ADD 1 TO WS-CTC-RAW-LAYOUT-LEN
                       MOVE WS-CTC-CHAR TO
                            WS-CTC-RAW-LAYOUT(WS-CTC-RAW-LAYOUT-LEN:1)
                    WHEN OTHER
                       MOVE 'Y' TO WS-CTC-BAD-CHAR
                 END-EVALUATE
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-CTC-BAD-CHAR = 'Y'
                    MOVE "UNUSABLE" TO WS-CTC-PHONE-GRADE
                    MOVE "INVALID CHARACTERS" TO WS-CTC-PHONE-REASON
                 WHEN WS-CTC-DIGIT-COUNT = WS-CTC-NATIONAL-DIGITS
                    MOVE WS-CTC-DIGITS(1:WS-CTC-NATIONAL-DIGITS)
                         TO WS-CTC-NATIONAL
                 WHEN WS-CTC-DIGIT-COUNT =
                         WS-CTC-CC-LEN + WS-CTC-NATIONAL-DIGITS
                      AND WS-CTC-DIGITS(1:WS-CTC-CC-LEN) =
                          WS-CTC-COUNTRY-CODE(1:WS-CTC-CC-LEN)
                    MOVE 'Y' TO WS-CTC-HAD-CC
                    MOVE WS-CTC-DIGITS(WS-CTC-CC-LEN + 1:
                                       WS-CTC-NATIONAL-DIGITS)
                         TO WS-CTC-NATIONAL
                 WHEN WS-CTC-TRUNK-PREFIX NOT = SPACE
                      AND WS-CTC-DIGIT-COUNT =
                          WS-CTC-NATIONAL-DIGITS + 1
                      AND WS-CTC-DIGITS(1:1) = WS-CTC-TRUNK-PREFIX
                    MOVE 'Y' TO WS-CTC-HAD-TRUNK
                    MOVE WS-CTC-DIGITS(2:WS-CTC-NATIONAL-DIGITS)
                         TO WS-CTC-NATIONAL
                 WHEN OTHER
                    MOVE "UNUSABLE" TO WS-CTC-PHONE-GRADE
                    MOVE "WRONG DIGIT COUNT" TO WS-CTC-PHONE-REASON
              END-EVALUATE
              IF WS-CTC-PHONE-GRADE = SPACES
                 PERFORM FORMAT-CONTACT-PHONE
                 PERFORM GRADE-CONTACT-PHONE
              END-IF
           END-IF.

       FORMAT-CONTACT-PHONE.
           MOVE 0 TO WS-CTC-STD-LEN
           MOVE 1 TO WS-CTC-NAT-PTR
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-FORMAT-LEN
              MOVE WS-CTC-PHONE-FORMAT(WS-CTC-IDX:1) TO WS-CTC-CHAR
              EVALUATE WS-CTC-CHAR
                 WHEN 'C'
                    MOVE WS-CTC-COUNTRY-CODE(1:WS-CTC-CC-LEN)
                         TO WS-CTC-PHONE-STD(WS-CTC-STD-LEN + 1:
                                             WS-CTC-CC-LEN)
                    ADD WS-CTC-CC-LEN TO WS-CTC-STD-LEN
                 WHEN '#'
                    ADD 1 TO WS-CTC-STD-LEN
                    MOVE WS-CTC-NATIONAL(WS-CTC-NAT-PTR:1)
                         TO WS-CTC-PHONE-STD(WS-CTC-STD-LEN:1)
                    ADD 1 TO WS-CTC-NAT-PTR
                 WHEN OTHER
                    ADD 1 TO WS-CTC-STD-LEN
                    MOVE WS-CTC-CHAR
                         TO WS-CTC-PHONE-STD(WS-CTC-STD-LEN:1)
              END-EVALUATE
           END-PERFORM.

      *> Unchanged is VALID. Otherwise every repair action the
      *> number took is flagged; a change no digit fix explains, or a
      *> different punctuation skeleton, is a layout reformat.
       GRADE-CONTACT-PHONE.
           IF WS-CTC-PHONE-IN = WS-CTC-PHONE-STD
              MOVE "VALID" TO WS-CTC-PHONE-GRADE
           ELSE
              MOVE "REPAIRED" TO WS-CTC-PHONE-GRADE
              MOVE SPACES TO WS-CTC-STD-LAYOUT
              MOVE 0 TO WS-CTC-STD-LAYOUT-LEN
              PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                      UNTIL WS-CTC-IDX > WS-CTC-STD-LEN
                 IF WS-CTC-PHONE-STD(WS-CTC-IDX:1) IS NOT NUMERIC
                    ADD 1 TO WS-CTC-STD-LAYOUT-LEN
                    MOVE WS-CTC-PHONE-STD(WS-CTC-IDX:1) TO
                         WS-CTC-STD-LAYOUT(WS-CTC-STD-LAYOUT-LEN:1)
                 END-IF
              END-PERFORM
              IF WS-CTC-HAD-TRUNK = 'Y'
                 MOVE 'Y' TO WS-CTC-PHONE-FIX-TRUNK
              END-IF
              IF WS-CTC-HAD-CC = 'Y' AND WS-CTC-FORMAT-HAS-CC = 'N'
                 MOVE 'Y' TO WS-CTC-PHONE-FIX-CC-DROP
              END-IF
              IF WS-CTC-HAD-CC = 'N' AND WS-CTC-FORMAT-HAS-CC = 'Y'
                 MOVE 'Y' TO WS-CTC-PHONE-FIX-CC-ADD
              END-IF
              IF WS-CTC-RAW-LAYOUT NOT = WS-CTC-STD-LAYOUT
                 OR (WS-CTC-PHONE-FIX-TRUNK = 'N'
                     AND WS-CTC-PHONE-FIX-CC-DROP = 'N'
                     AND WS-CTC-PHONE-FIX-CC-ADD = 'N')
                 MOVE 'Y' TO WS-CTC-PHONE-FIX-LAYOUT
              END-IF
           END-IF.

      *> Leading blanks trimmed, case folded per EMAIL-CASE, trailing
      *> dots dropped; what is left must be one address - a single
      *> '@' with something before it, and a dotted domain after it
      *> that does not start with a dot.
       STANDARDIZE-EMAIL-ADDRESS.
           MOVE SPACES TO WS-CTC-EMAIL-STD
           MOVE SPACES TO WS-CTC-EMAIL-GRADE
           MOVE SPACES TO WS-CTC-EMAIL-REASON
           MOVE 'N' TO WS-CTC-EMAIL-FIX-SPACE
           MOVE 'N' TO WS-CTC-EMAIL-FIX-CASE
           MOVE 'N' TO WS-CTC-EMAIL-FIX-DOT
           IF WS-CTC-EMAIL-IN = SPACES
              MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
              MOVE "MISSING" TO WS-CTC-EMAIL-REASON
           ELSE
              IF WS-CTC-EMAIL-IN(1:1) = SPACE
                 MOVE 'Y' TO WS-CTC-EMAIL-FIX-SPACE
              END-IF
              MOVE FUNCTION TRIM(WS-CTC-EMAIL-IN) TO WS-CTC-EMAIL-WORK
              EVALUATE WS-CTC-EMAIL-CASE
                 WHEN "LOWER"
                    MOVE FUNCTION LOWER-CASE(WS-CTC-EMAIL-WORK)
                         TO WS-CTC-EMAIL-FOLDED
                 WHEN "UPPER"
                    MOVE FUNCTION UPPER-CASE(WS-CTC-EMAIL-WORK)
                         TO WS-CTC-EMAIL-FOLDED
                 WHEN OTHER
                    MOVE WS-CTC-EMAIL-WORK TO WS-CTC-EMAIL-FOLDED
              END-EVALUATE
              IF WS-CTC-EMAIL-FOLDED NOT = WS-CTC-EMAIL-WORK
                 MOVE 'Y' TO WS-CTC-EMAIL-FIX-CASE
                 MOVE WS-CTC-EMAIL-FOLDED TO WS-CTC-EMAIL-WORK
              END-IF
              COMPUTE WS-CTC-LEN = FUNCTION LENGTH(
                      FUNCTION TRIM(WS-CTC-EMAIL-WORK TRAILING))
              MOVE 'N' TO WS-CTC-STRIP-DONE
              PERFORM UNTIL WS-CTC-STRIP-DONE = 'Y'
                 IF WS-CTC-LEN = 0
                    MOVE 'Y' TO WS-CTC-STRIP-DONE
                 ELSE
                    IF WS-CTC-EMAIL-WORK(WS-CTC-LEN:1) = '.'
                       MOVE SPACE TO WS-CTC-EMAIL-WORK(WS-CTC-LEN:1)
                       SUBTRACT 1 FROM WS-CTC-LEN
                       MOVE 'Y' TO WS-CTC-EMAIL-FIX-DOT
                    ELSE
                       MOVE 'Y' TO WS-CTC-STRIP-DONE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CTC-LEN = 0
                 MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                 MOVE "NOT EXACTLY ONE @" TO WS-CTC-EMAIL-REASON
              ELSE
                 PERFORM CHECK-CONTACT-EMAIL-SHAPE
              END-IF
              IF WS-CTC-EMAIL-GRADE = SPACES
                 MOVE WS-CTC-EMAIL-WORK TO WS-CTC-EMAIL-STD
                 IF WS-CTC-EMAIL-IN = WS-CTC-EMAIL-STD
                    MOVE "VALID" TO WS-CTC-EMAIL-GRADE
                 ELSE
                    MOVE "REPAIRED" TO WS-CTC-EMAIL-GRADE
                 END-IF
              ELSE
                 MOVE 'N' TO WS-CTC-EMAIL-FIX-SPACE
                 MOVE 'N' TO WS-CTC-EMAIL-FIX-CASE
                 MOVE 'N' TO WS-CTC-EMAIL-FIX-DOT
              END-IF
           END-IF.

       CHECK-CONTACT-EMAIL-SHAPE.
           MOVE 0 TO WS-CTC-AT-COUNT
           MOVE 0 TO WS-CTC-SPACE-COUNT
           MOVE 0 TO WS-CTC-AT-POS
           INSPECT WS-CTC-EMAIL-WORK(1:WS-CTC-LEN)
              TALLYING WS-CTC-AT-COUNT FOR ALL '@'
           INSPECT WS-CTC-EMAIL-WORK(1:WS-CTC-LEN)
              TALLYING WS-CTC-SPACE-COUNT FOR ALL SPACE
           PERFORM VARYING WS-CTC-IDX FROM 1 BY 1
                   UNTIL WS-CTC-IDX > WS-CTC-LEN
              IF WS-CTC-EMAIL-WORK(WS-CTC-IDX:1) = '@'
                 AND WS-CTC-AT-POS = 0
                 MOVE WS-CTC-IDX TO WS-CTC-AT-POS
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CTC-SPACE-COUNT > 0
                 MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                 MOVE "EMBEDDED SPACE" TO WS-CTC-EMAIL-REASON
              WHEN WS-CTC-AT-COUNT NOT = 1
                 MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                 MOVE "NOT EXACTLY ONE @" TO WS-CTC-EMAIL-REASON
              WHEN WS-CTC-AT-POS = 1
                 MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                 MOVE "NO LOCAL PART" TO WS-CTC-EMAIL-REASON
              WHEN WS-CTC-AT-POS = WS-CTC-LEN
                 MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                 MOVE "BAD DOMAIN" TO WS-CTC-EMAIL-REASON
              WHEN OTHER
                 MOVE 0 TO WS-CTC-DOT-COUNT
                 INSPECT WS-CTC-EMAIL-WORK(WS-CTC-AT-POS + 1:
                                           WS-CTC-LEN - WS-CTC-AT-POS)
                    TALLYING WS-CTC-DOT-COUNT FOR ALL '.'
                 IF WS-CTC-DOT-COUNT = 0
                    OR WS-CTC-EMAIL-WORK(WS-CTC-AT-POS + 1:1) = '.'
                    MOVE "UNUSABLE" TO WS-CTC-EMAIL-GRADE
                    MOVE "BAD DOMAIN" TO WS-CTC-EMAIL-REASON
                 END-IF
           END-EVALUATE.

      *> Delta comparisons standardize both sides with the same rules
      *> and compare these keys instead of the raw CONTACT-INFO bytes.
       BUILD-CONTACT-COMPARE-KEY.
           PERFORM STANDARDIZE-CONTACT
           IF WS-CTC-PHONE-GRADE = "UNUSABLE"
              MOVE WS-CTC-PHONE-IN TO WS-CTC-COMPARE-PHONE
           ELSE
              MOVE WS-CTC-PHONE-STD TO WS-CTC-COMPARE-PHONE
           END-IF
           IF WS-CTC-EMAIL-GRADE = "UNUSABLE"
              MOVE WS-CTC-EMAIL-IN TO WS-CTC-COMPARE-EMAIL
           ELSE
              MOVE WS-CTC-EMAIL-STD TO WS-CTC-COMPARE-EMAIL
           END-IF.

      *> Counts the contact just standardized into the summary totals.
       TALLY-CONTACT-QUALITY.
           ADD 1 TO WS-CTC-TALLY-COUNT(1)
           MOVE SPACES TO WS-CTC-TALLY-KEY
           STRING "PHONE-NUMBER " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTC-PHONE-GRADE) DELIMITED BY SIZE
                  INTO WS-CTC-TALLY-KEY
           END-STRING
           PERFORM BUMP-CONTACT-TALLY
           IF WS-CTC-PHONE-GRADE = "UNUSABLE"
              MOVE SPACES TO WS-CTC-TALLY-KEY
              STRING "PHONE-NUMBER UNUSABLE - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTC-PHONE-REASON)
                          DELIMITED BY SIZE
                     INTO WS-CTC-TALLY-KEY
              END-STRING
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-PHONE-FIX-LAYOUT = 'Y'
              MOVE "PHONE-NUMBER REPAIR - LAYOUT REFORMATTED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-PHONE-FIX-CC-ADD = 'Y'
              MOVE "PHONE-NUMBER REPAIR - COUNTRY CODE ADDED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-PHONE-FIX-CC-DROP = 'Y'
              MOVE "PHONE-NUMBER REPAIR - COUNTRY CODE REMOVED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-PHONE-FIX-TRUNK = 'Y'
              MOVE "PHONE-NUMBER REPAIR - TRUNK PREFIX REMOVED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           MOVE SPACES TO WS-CTC-TALLY-KEY
           STRING "EMAIL " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CTC-EMAIL-GRADE) DELIMITED BY SIZE
                  INTO WS-CTC-TALLY-KEY
           END-STRING
           PERFORM BUMP-CONTACT-TALLY
           IF WS-CTC-EMAIL-GRADE = "UNUSABLE"
              MOVE SPACES TO WS-CTC-TALLY-KEY
              STRING "EMAIL UNUSABLE - " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTC-EMAIL-REASON)
                          DELIMITED BY SIZE
                     INTO WS-CTC-TALLY-KEY
              END-STRING
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-EMAIL-FIX-SPACE = 'Y'
              MOVE "EMAIL REPAIR - WHITESPACE TRIMMED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-EMAIL-FIX-CASE = 'Y'
              MOVE "EMAIL REPAIR - CASE FOLDED" TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF
           IF WS-CTC-EMAIL-FIX-DOT = 'Y'
              MOVE "EMAIL REPAIR - TRAILING DOT REMOVED"
                   TO WS-CTC-TALLY-KEY
              PERFORM BUMP-CONTACT-TALLY
           END-IF.

       BUMP-CONTACT-TALLY.
           PERFORM VARYING WS-CTC-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-CTC-TALLY-IDX > WS-CTC-TALLY-MAX
              IF WS-CTC-TALLY-LABEL(WS-CTC-TALLY-IDX) = WS-CTC-TALLY-KEY
                 ADD 1 TO WS-CTC-TALLY-COUNT(WS-CTC-TALLY-IDX)
              END-IF
           END-PERFORM.
