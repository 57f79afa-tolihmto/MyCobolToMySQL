      *> Shared load-acknowledgement writer, paired with ACKWS.cpy and
      *> the ACKREC.cpy layout. Rejected records are written as 'D'
      *> records to the ACK-DETAIL-FILE work file as they happen; once
      *> the recon line is written, WRITE-ACK-FILE lays down the 'S'
      *> summary from the same REC-* fields and copies the details in
      *> behind it, so the mainframe reads the verdict first.

      *> Caller sets WS-ACK-RECORD-NO, WS-ACK-RECORD-KEY, the fallback
      *> WS-ACK-FIELD-NAME/WS-ACK-REASON-TEXT, and WS-ACK-ORIGINAL-LEN
      *> with WS-ACK-ORIGINAL-BYTES, then PERFORMs WRITE-ACK-DETAIL.
       WRITE-ACK-DETAIL.
           IF WS-REJECT-FIRST-RECORD = WS-ACK-RECORD-NO
              MOVE WS-REJECT-FIRST-FIELD TO WS-ACK-FIELD-NAME
              MOVE WS-REJECT-FIRST-REASON TO WS-ACK-REASON-TEXT
           END-IF
           MOVE SPACES TO ACK-RECORD
           MOVE 'D' TO ACK-RECORD-TYPE
           MOVE WS-ACK-FEED-NAME TO ACK-FEED-NAME
           PERFORM SET-ACK-BUSINESS-DATE
           MOVE WS-ACK-RECORD-NO TO ACK-RECORD-NUMBER
           MOVE WS-ACK-RECORD-KEY TO ACK-RECORD-KEY
           MOVE WS-ACK-FIELD-NAME TO ACK-FIELD-NAME
           PERFORM CLASSIFY-ACK-REASON
           IF WS-ACK-ORIGINAL-LEN > 200
              MOVE 200 TO WS-ACK-ORIGINAL-LEN
           END-IF
           MOVE WS-ACK-ORIGINAL-LEN TO ACK-ORIGINAL-LENGTH
           IF WS-ACK-ORIGINAL-LEN > 0
              MOVE WS-ACK-ORIGINAL-BYTES(1:WS-ACK-ORIGINAL-LEN)
                   TO ACK-ORIGINAL-BYTES
           END-IF
           MOVE ACK-RECORD TO ACK-DETAIL-REC
           WRITE ACK-DETAIL-REC.

      *> WS-ACK-REASON-TEXT's leading words against the prefix table;
      *> a reason no entry recognizes still goes out, as 999.
       CLASSIFY-ACK-REASON.
           MOVE 999 TO ACK-REASON-CODE
           PERFORM VARYING WS-ACK-RSN-IDX FROM 1 BY 1
                   UNTIL WS-ACK-RSN-IDX > 20
                      OR ACK-REASON-CODE NOT = 999
              MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-ACK-RSN-PREFIX(WS-ACK-RSN-IDX)))
                   TO WS-ACK-RSN-LEN
              IF WS-ACK-REASON-TEXT(1:WS-ACK-RSN-LEN) =
                 WS-ACK-RSN-PREFIX(WS-ACK-RSN-IDX)(1:WS-ACK-RSN-LEN)
                 MOVE WS-ACK-RSN-CODE(WS-ACK-RSN-IDX)
                      TO ACK-REASON-CODE
              END-IF
           END-PERFORM.

      *> Same business day the run log books to: BUSDATE= when given,
      *> else today.
       SET-ACK-BUSINESS-DATE.
           IF RP-BUSINESS-DATE > 0
              MOVE RP-BUSINESS-DATE TO ACK-BUSINESS-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO ACK-BUSINESS-DATE
           END-IF.

      *> Closes the detail work file, counts it, and writes the final
      *> acknowledgement: the summary, then every detail. REC-* must
      *> already hold what WRITE-RECON-REPORT just wrote (REC-STATUS
      *> included). An acknowledgement that cannot be written is
      *> reported but does not change the run's own verdict - the
      *> recon line and run log already carry that.
       WRITE-ACK-FILE.
           CLOSE ACK-DETAIL-FILE
           MOVE 0 TO WS-ACK-DETAIL-COUNT
           MOVE 'N' TO WS-ACK-DETAIL-EOF
           OPEN INPUT ACK-DETAIL-FILE
           IF WS-ACK-DETAIL-STATUS NOT = '00'
              MOVE 'Y' TO WS-ACK-DETAIL-EOF
           END-IF
           PERFORM UNTIL WS-ACK-DETAIL-EOF = 'Y'
              READ ACK-DETAIL-FILE
                 AT END
                    MOVE 'Y' TO WS-ACK-DETAIL-EOF
                 NOT AT END
                    ADD 1 TO WS-ACK-DETAIL-COUNT
              END-READ
           END-PERFORM
           CLOSE ACK-DETAIL-FILE

           OPEN OUTPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = '00'
              DISPLAY FUNCTION TRIM(WS-ALERT-PROGRAM)
                      ": acknowledgement file "
                      FUNCTION TRIM(WS-ACK-FILE-NAME)
                      " could not be opened, STATUS="
                      WS-ACK-FILE-STATUS
           ELSE
              MOVE SPACES TO ACK-RECORD
              MOVE 'S' TO ACK-RECORD-TYPE
              MOVE WS-ACK-FEED-NAME TO ACK-FEED-NAME
              PERFORM SET-ACK-BUSINESS-DATE
              MOVE REC-COPYBOOK-NAME TO ACK-COPYBOOK-NAME
              MOVE REC-RECORDS-READ TO ACK-RECORDS-READ
              MOVE REC-RECORDS-LOADED TO ACK-RECORDS-LOADED
              MOVE REC-RECORDS-REJECTED TO ACK-RECORDS-REJECTED
              MOVE REC-CONTROL-FIELD TO ACK-CONTROL-FIELD
              MOVE REC-CONTROL-TOTAL TO ACK-CONTROL-TOTAL
              MOVE REC-ORPHAN-COUNT TO ACK-ORPHAN-COUNT
              MOVE REC-DUP-COUNT TO ACK-DUP-COUNT
              MOVE REC-STATUS TO ACK-RUN-STATUS
              MOVE WS-ACK-DETAIL-COUNT TO ACK-DETAIL-COUNT
              MOVE ACK-RECORD TO ACK-OUT-REC
              WRITE ACK-OUT-REC
              MOVE 'N' TO WS-ACK-DETAIL-EOF
              OPEN INPUT ACK-DETAIL-FILE
              IF WS-ACK-DETAIL-STATUS NOT = '00'
                 MOVE 'Y' TO WS-ACK-DETAIL-EOF
              END-IF
              PERFORM UNTIL WS-ACK-DETAIL-EOF = 'Y'
                 READ ACK-DETAIL-FILE
                    AT END
                       MOVE 'Y' TO WS-ACK-DETAIL-EOF
                    NOT AT END
                       MOVE ACK-DETAIL-REC TO ACK-OUT-REC
                       WRITE ACK-OUT-REC
                 END-READ
              END-PERFORM
              CLOSE ACK-DETAIL-FILE
              CLOSE ACK-FILE
           END-IF.
