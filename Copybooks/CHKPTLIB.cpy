      *> ordinary first run that later fails partway through still leaves
      *> a checkpoint behind to restart from. Only the read side is gated
      *> on RP-RESTART-MODE = 'Y', since an operator has to opt in to
      *> resuming from one. A restart also takes the interrupted run's
      *> identifier back into CRL-RUN-ID (RUNLOG.cpy, which every
      *> checkpointing converter COPYs), so the SQL file it finishes
      *> carries one LOAD_RUN_ID end to end and its run-log row
      *> answers for every row in it.
       READ-LAST-CHECKPOINT.
           MOVE 0 TO WS-SKIP-COUNT
           IF RP-RESTART-MODE = 'Y'
                       CONTINUE
                    NOT AT END
                       MOVE CKP-LAST-RECORD-NO TO WS-SKIP-COUNT
                       IF CKP-RUN-ID NOT = SPACES
                          MOVE CKP-RUN-ID TO CRL-RUN-ID
                       END-IF
                 END-READ
                 CLOSE CHECKPOINT-FILE
              END-IF
           MOVE WS-CKPT-COPYBOOK-NAME TO CKP-COPYBOOK-NAME
           MOVE WS-INPUT-FILE TO CKP-INPUT-FILE
           MOVE WS-RECORD-COUNT TO CKP-LAST-RECORD-NO
           MOVE CRL-RUN-ID TO CKP-RUN-ID
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
