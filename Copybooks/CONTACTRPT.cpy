      *> Contact-quality summary report paragraphs, paired with
      *> CONTACTWS.cpy/CONTACTLIB.cpy. Caller declares, alongside its
      *> own SELECTs:
      *>   SELECT CONTACT-REPORT-FILE
      *>       ASSIGN TO DYNAMIC WS-CTC-REPORT-FILE-NAME
      *>       ORGANIZATION IS LINE SEQUENTIAL
      *>       FILE STATUS IS WS-CTC-REPORT-FILE-STATUS.
      *> and, in FILE SECTION:
      *>   FD  CONTACT-REPORT-FILE.
      *>   01  CONTACT-REPORT-LINE  PIC X(80).
      *> Set WS-CTC-REPORT-DATE (the business date) and PERFORM
      *> WRITE-CONTACT-QUALITY-REPORT once the totals are complete.
      *> A fan-out feeds each slice report's lines through
      *> WS-CTC-REPORT-BUF and ACCUMULATE-CONTACT-REPORT-LINE to add
      *> the slices up before writing the merged report.
       WRITE-CONTACT-QUALITY-REPORT.
           OPEN OUTPUT CONTACT-REPORT-FILE
           IF WS-CTC-REPORT-FILE-STATUS NOT = '00'
              DISPLAY "CONTACT QUALITY: cannot open "
                      FUNCTION TRIM(WS-CTC-REPORT-FILE-NAME)
                      " (STATUS=" WS-CTC-REPORT-FILE-STATUS
                      ") - report not written."
           ELSE
              IF WS-CTC-TRUNK-PREFIX = SPACE
                 MOVE "NONE" TO WS-CTC-TRUNK-SHOW
              ELSE
                 MOVE WS-CTC-TRUNK-PREFIX TO WS-CTC-TRUNK-SHOW
              END-IF
              MOVE SPACES TO CONTACT-REPORT-LINE
              STRING "CUSTOMER CONTACT STANDARDIZATION - BUSINESS DATE "
                     DELIMITED BY SIZE
                     WS-CTC-REPORT-DATE DELIMITED BY SIZE
                     INTO CONTACT-REPORT-LINE
              END-STRING
              WRITE CONTACT-REPORT-LINE
              MOVE SPACES TO CONTACT-REPORT-LINE
              STRING "PHONE RULES: COUNTRY-CODE=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTC-COUNTRY-CODE)
                          DELIMITED BY SIZE
                     " NATIONAL-DIGITS=" DELIMITED BY SIZE
                     WS-CTC-NATIONAL-DIGITS DELIMITED BY SIZE
                     " TRUNK-PREFIX=" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTC-TRUNK-SHOW) DELIMITED BY SIZE
                     INTO CONTACT-REPORT-LINE
              END-STRING
              WRITE CONTACT-REPORT-LINE
              MOVE SPACES TO CONTACT-REPORT-LINE
              STRING "PHONE FORMAT: " DELIMITED BY SIZE
                     WS-CTC-PHONE-FORMAT(1:WS-CTC-FORMAT-LEN)
                          DELIMITED BY SIZE
                     "   EMAIL CASE: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CTC-EMAIL-CASE) DELIMITED BY SIZE
                     INTO CONTACT-REPORT-LINE
              END-STRING
              WRITE CONTACT-REPORT-LINE
              MOVE SPACES TO CONTACT-REPORT-LINE
              WRITE CONTACT-REPORT-LINE
              MOVE "A CONTACT COUNTS ONCE IN ITS GRADE AND ONCE PER REPAIR ACTION TAKEN."
                   TO CONTACT-REPORT-LINE
              WRITE CONTACT-REPORT-LINE
              PERFORM VARYING WS-CTC-TALLY-IDX FROM 1 BY 1
                      UNTIL WS-CTC-TALLY-IDX > WS-CTC-TALLY-MAX
                 IF WS-CTC-TALLY-IDX = 1
                    OR WS-CTC-TALLY-IDX = 2
                    OR WS-CTC-TALLY-IDX = 12
                    MOVE SPACES TO CONTACT-REPORT-LINE
                    WRITE CONTACT-REPORT-LINE
                 END-IF
                 MOVE WS-CTC-TALLY-COUNT(WS-CTC-TALLY-IDX)
                      TO WS-CTC-TALLY-EDIT
                 MOVE SPACES TO CONTACT-REPORT-LINE
                 MOVE WS-CTC-TALLY-LABEL(WS-CTC-TALLY-IDX)
                      TO CONTACT-REPORT-LINE(1:45)
                 MOVE WS-CTC-TALLY-EDIT TO CONTACT-REPORT-LINE(46:9)
                 WRITE CONTACT-REPORT-LINE
              END-PERFORM
              CLOSE CONTACT-REPORT-FILE
           END-IF.

      *> A count line carries its label in columns 1-45 and the count
      *> in 46-54; title and blank lines match no label and add nothing.
       ACCUMULATE-CONTACT-REPORT-LINE.
           PERFORM VARYING WS-CTC-TALLY-IDX FROM 1 BY 1
                   UNTIL WS-CTC-TALLY-IDX > WS-CTC-TALLY-MAX
              IF WS-CTC-REPORT-BUF(1:45) =
                 WS-CTC-TALLY-LABEL(WS-CTC-TALLY-IDX)
                 AND FUNCTION TEST-NUMVAL(WS-CTC-REPORT-BUF(46:9)) = 0
                 ADD FUNCTION NUMVAL(WS-CTC-REPORT-BUF(46:9))
                     TO WS-CTC-TALLY-COUNT(WS-CTC-TALLY-IDX)
              END-IF
           END-PERFORM.
