      *> Working storage for ACKLIB.cpy, the shared load-acknowledgement
      *> writer (record layout in ACKREC.cpy). Caller declares,
      *> alongside its own SELECTs:
      *>   SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILE-NAME
      *>       ORGANIZATION IS SEQUENTIAL
      *>       FILE STATUS IS WS-ACK-FILE-STATUS.
      *>   SELECT ACK-DETAIL-FILE ASSIGN TO DYNAMIC
      *>       WS-ACK-DETAIL-FILE-NAME
      *>       ORGANIZATION IS SEQUENTIAL
      *>       FILE STATUS IS WS-ACK-DETAIL-STATUS.
      *> and, in FILE SECTION:
      *>   FD  ACK-FILE.
      *>   01  ACK-OUT-REC              PIC X(282).
      *>   FD  ACK-DETAIL-FILE.
      *>   01  ACK-DETAIL-REC           PIC X(282).
      *> Sets WS-ACK-FEED-NAME and both file names at startup, opens
      *> ACK-DETAIL-FILE alongside REJECT-FILE (EXTEND on a restart,
      *> falling back to OUTPUT, so the details the interrupted run
      *> already wrote survive like its reject lines do), and PERFORMs
      *> WRITE-ACK-DETAIL once per rejected record and WRITE-ACK-FILE
      *> once, right after WRITE-RECON-REPORT.
       COPY "ACKREC.cpy".
       01 WS-ACK-FILE-NAME          PIC X(80) VALUE SPACES.
       01 WS-ACK-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-ACK-DETAIL-FILE-NAME   PIC X(80) VALUE SPACES.
       01 WS-ACK-DETAIL-STATUS      PIC XX VALUE SPACES.
       01 WS-ACK-DETAIL-EOF         PIC X(1) VALUE 'N'.
       01 WS-ACK-FEED-NAME          PIC X(8) VALUE SPACES.
       01 WS-ACK-DETAIL-COUNT       PIC 9(9) VALUE 0.
      *> The caller's rejected count as it stood before the current
      *> record - a record that raised it was rejected, however the
      *> rejection was reached (field failure, duplicate, orphan).
       01 WS-ACK-PRIOR-REJECTED     PIC 9(9) VALUE 0.
      *> One rejected record, as the caller describes it. The field
      *> and reason are the caller's fallback (a duplicate or orphan
      *> writes no reject line); WRITE-ACK-DETAIL replaces them with
      *> the record's first reject line when it has one.
       01 WS-ACK-RECORD-NO          PIC 9(9) VALUE 0.
       01 WS-ACK-RECORD-KEY         PIC X(20) VALUE SPACES.
       01 WS-ACK-FIELD-NAME         PIC X(30) VALUE SPACES.
       01 WS-ACK-REASON-TEXT        PIC X(40) VALUE SPACES.
       01 WS-ACK-ORIGINAL-LEN       PIC 9(3) VALUE 0.
       01 WS-ACK-ORIGINAL-BYTES     PIC X(200) VALUE SPACES.
      *> Reject-reason prefixes and the standardized code each maps
      *> to; the reason texts carry picture/offset detail after the
      *> prefix, so only the prefix is compared. First match wins.
       01 WS-ACK-REASON-TABLE.
          05 FILLER PIC X(44) VALUE
             "SHORT/MISALIGNED RECORD                 |010".
          05 FILLER PIC X(44) VALUE
             "SHORT TRAILING RECORD                   |010".
          05 FILLER PIC X(44) VALUE
             "RECORD STRUCTURE SUSPECT                |011".
          05 FILLER PIC X(44) VALUE
             "EXCEEDS OCCURS                          |012".
          05 FILLER PIC X(44) VALUE
             "RDW LENGTH MISMATCH                     |013".
          05 FILLER PIC X(44) VALUE
             "NOT NUMERIC PER PICTURE                 |020".
          05 FILLER PIC X(44) VALUE
             "NOT A VALID SIGNED DECIMAL              |021".
          05 FILLER PIC X(44) VALUE
             "NOT A VALID Y/N FLAG                    |022".
          05 FILLER PIC X(44) VALUE
             "NOT A VALID CALENDAR DATE               |030".
          05 FILLER PIC X(44) VALUE
             "NOT A YYYY-MM-DD DATE                   |031".
          05 FILLER PIC X(44) VALUE
             "INVALID COMP-3 SIGN                     |040".
          05 FILLER PIC X(44) VALUE
             "CORRUPT PACKED DECIMAL                  |041".
          05 FILLER PIC X(44) VALUE
             "INVALID ZONED                           |042".
          05 FILLER PIC X(44) VALUE
             "INVALID SEPARATE SIGN                   |043".
          05 FILLER PIC X(44) VALUE
             "BUSINESS RULE                           |050".
          05 FILLER PIC X(44) VALUE
             "DUPLICATE KEY                           |060".
          05 FILLER PIC X(44) VALUE
             "PARENT KEY NOT FOUND                    |070".
          05 FILLER PIC X(44) VALUE
             "PRODUCT NOT ON MASTER                   |080".
          05 FILLER PIC X(44) VALUE
             "PRODUCT INACTIVE                        |081".
          05 FILLER PIC X(44) VALUE
             "UNIT PRICE                              |082".
       01 WS-ACK-REASON-ENTRIES REDEFINES WS-ACK-REASON-TABLE.
          05 WS-ACK-RSN-ENTRY OCCURS 20 TIMES.
             10 WS-ACK-RSN-PREFIX   PIC X(40).
             10 FILLER              PIC X(1).
             10 WS-ACK-RSN-CODE     PIC 9(3).
       01 WS-ACK-RSN-IDX            PIC 9(2) VALUE 0.
       01 WS-ACK-RSN-LEN            PIC 9(2) VALUE 0.
