      *> Set RJ-RECORD-NUMBER/RJ-FIELD-NAME/RJ-FIELD-VALUE/RJ-REASON,
      *> then PERFORM WRITE-REJECT-LINE.
       WRITE-REJECT-LINE.
           IF RJ-RECORD-NUMBER NOT = WS-REJECT-FIRST-RECORD
              MOVE RJ-RECORD-NUMBER TO WS-REJECT-FIRST-RECORD
              MOVE RJ-FIELD-NAME TO WS-REJECT-FIRST-FIELD
              MOVE RJ-REASON TO WS-REJECT-FIRST-REASON
           END-IF
           MOVE SPACES TO WS-REJECT-OUT-LINE
           STRING "RECORD=" DELIMITED BY SIZE
                  RJ-RECORD-NUMBER DELIMITED BY SIZE
