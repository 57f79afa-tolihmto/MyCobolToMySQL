      *> Shared RECFM=VB record reader/writer, paired with RDWWS.cpy.
      *> Input: set WS-RDW-FILE-NAME, PERFORM OPEN-RDW-INPUT, then
      *> READ-RDW-RECORD until WS-RDW-EOF = 'Y'; each good record
      *> arrives in WS-RDW-DATA(1:WS-RDW-DATA-LEN). WS-RDW-FAILED = 'Y'
      *> means the boundaries were lost, with the reason in
      *> WS-RDW-FAIL-TEXT - the caller fails the run the same way it
      *> fails a short/misaligned fixed-length record.
      *> Output: set WS-RDW-FILE-NAME, PERFORM OPEN-RDW-OUTPUT, then
      *> per record fill WS-RDW-DATA(1:WS-RDW-DATA-LEN) and PERFORM
      *> WRITE-RDW-RECORD; CLOSE-RDW-FILE at the end of either.
       OPEN-RDW-INPUT.
           MOVE 'N' TO WS-RDW-EOF
           MOVE 'N' TO WS-RDW-FAILED
           MOVE SPACES TO WS-RDW-FAIL-TEXT
           MOVE 0 TO WS-RDW-BYTE-OFFSET
           MOVE 0 TO WS-RDW-RECORD-OFFSET
           MOVE 0 TO WS-RDW-RECORD-COUNT
           MOVE 0 TO WS-RDW-MISMATCH-COUNT
           OPEN INPUT RDW-FILE
           IF WS-RDW-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RDW-EOF
              MOVE 'Y' TO WS-RDW-FAILED
              STRING "CANNOT OPEN RDW INPUT, FILE STATUS "
                     DELIMITED BY SIZE
                     WS-RDW-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-RDW-FAIL-TEXT
              END-STRING
           END-IF.

       OPEN-RDW-OUTPUT.
           MOVE 'N' TO WS-RDW-FAILED
           MOVE SPACES TO WS-RDW-FAIL-TEXT
           MOVE 0 TO WS-RDW-BYTE-OFFSET
           MOVE 0 TO WS-RDW-RECORD-COUNT
           OPEN OUTPUT RDW-FILE
           IF WS-RDW-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RDW-FAILED
              STRING "CANNOT OPEN RDW OUTPUT, FILE STATUS "
                     DELIMITED BY SIZE
                     WS-RDW-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-RDW-FAIL-TEXT
              END-STRING
           END-IF.

       CLOSE-RDW-FILE.
           CLOSE RDW-FILE.

       READ-RDW-BYTE.
           MOVE 'Y' TO WS-RDW-GOT-BYTE
           READ RDW-FILE
              AT END
                 MOVE 'N' TO WS-RDW-GOT-BYTE
           END-READ
           IF WS-RDW-GOT-BYTE = 'Y'
              AND WS-RDW-FILE-STATUS NOT = '00'
              AND WS-RDW-FILE-STATUS NOT = '04'
              MOVE 'N' TO WS-RDW-GOT-BYTE
              MOVE 'Y' TO WS-RDW-FAILED
              MOVE SPACES TO WS-RDW-FAIL-TEXT
              STRING "RDW INPUT READ ERROR, FILE STATUS "
                     DELIMITED BY SIZE
                     WS-RDW-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-RDW-FAIL-TEXT
              END-STRING
           END-IF
           IF WS-RDW-GOT-BYTE = 'Y'
              ADD 1 TO WS-RDW-BYTE-OFFSET
           END-IF.

      *> One record: the 4 descriptor bytes, then exactly the payload
      *> they declare. End of file is clean only at a record boundary;
      *> a file that stops inside an RDW or inside its payload is the
      *> truncated-transfer signature and fails at that offset.
       READ-RDW-RECORD.
           MOVE 0 TO WS-RDW-DATA-LEN
           MOVE 0 TO WS-RDW-DATA-GOT
           MOVE WS-RDW-BYTE-OFFSET TO WS-RDW-RECORD-OFFSET
           MOVE LOW-VALUES TO WS-RDW-HEADER
           MOVE 0 TO WS-RDW-HEADER-GOT
           MOVE 'Y' TO WS-RDW-GOT-BYTE
           PERFORM UNTIL WS-RDW-HEADER-GOT = 4
                      OR WS-RDW-GOT-BYTE = 'N'
              PERFORM READ-RDW-BYTE
              IF WS-RDW-GOT-BYTE = 'Y'
                 ADD 1 TO WS-RDW-HEADER-GOT
                 MOVE RDW-BYTE TO WS-RDW-HEADER(WS-RDW-HEADER-GOT:1)
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-RDW-FAILED = 'Y'
                 MOVE 'Y' TO WS-RDW-EOF
              WHEN WS-RDW-HEADER-GOT = 0
                 MOVE 'Y' TO WS-RDW-EOF
              WHEN WS-RDW-HEADER-GOT < 4
                 MOVE 'Y' TO WS-RDW-FAILED
                 MOVE 'Y' TO WS-RDW-EOF
                 MOVE SPACES TO WS-RDW-FAIL-TEXT
                 STRING "RDW TRUNCATED AT BYTE OFFSET "
                        DELIMITED BY SIZE
                        WS-RDW-RECORD-OFFSET DELIMITED BY SIZE
                        INTO WS-RDW-FAIL-TEXT
                 END-STRING
              WHEN OTHER
                 PERFORM DECODE-RDW-HEADER
           END-EVALUATE
           IF WS-RDW-EOF = 'N'
              PERFORM READ-RDW-PAYLOAD
           END-IF
           IF WS-RDW-EOF = 'N'
              ADD 1 TO WS-RDW-RECORD-COUNT
           END-IF.

      *> Bytes 1-2 big-endian; the length counts the RDW itself, so
      *> anything under 5 carries no record at all. Bytes 3-4 are the
      *> spanning flags and must be zero on an unspanned VB file.
       DECODE-RDW-HEADER.
           COMPUTE WS-RDW-LENGTH =
                   (FUNCTION ORD(WS-RDW-HEADER(1:1)) - 1) * 256
                   + FUNCTION ORD(WS-RDW-HEADER(2:1)) - 1
           IF WS-RDW-HEADER(3:2) NOT = LOW-VALUES
              MOVE 'Y' TO WS-RDW-FAILED
              MOVE 'Y' TO WS-RDW-EOF
              MOVE SPACES TO WS-RDW-FAIL-TEXT
              STRING "SPANNED/INVALID RDW AT BYTE OFFSET "
                     DELIMITED BY SIZE
                     WS-RDW-RECORD-OFFSET DELIMITED BY SIZE
                     INTO WS-RDW-FAIL-TEXT
              END-STRING
           ELSE
              IF WS-RDW-LENGTH < 5
                 OR WS-RDW-LENGTH - 4 > WS-RDW-MAX-DATA
                 MOVE 'Y' TO WS-RDW-FAILED
                 MOVE 'Y' TO WS-RDW-EOF
                 MOVE SPACES TO WS-RDW-FAIL-TEXT
                 STRING "INVALID RDW LENGTH " DELIMITED BY SIZE
                        WS-RDW-LENGTH DELIMITED BY SIZE
                        " AT BYTE OFFSET " DELIMITED BY SIZE
                        WS-RDW-RECORD-OFFSET DELIMITED BY SIZE
                        INTO WS-RDW-FAIL-TEXT
                 END-STRING
              ELSE
                 COMPUTE WS-RDW-DATA-LEN = WS-RDW-LENGTH - 4
              END-IF
           END-IF.

       READ-RDW-PAYLOAD.
           MOVE 0 TO WS-RDW-DATA-GOT
           MOVE 'Y' TO WS-RDW-GOT-BYTE
           PERFORM VARYING WS-RDW-IDX FROM 1 BY 1
                   UNTIL WS-RDW-IDX > WS-RDW-DATA-LEN
                      OR WS-RDW-GOT-BYTE = 'N'
              PERFORM READ-RDW-BYTE
              IF WS-RDW-GOT-BYTE = 'Y'
                 MOVE RDW-BYTE TO WS-RDW-DATA(WS-RDW-IDX:1)
                 ADD 1 TO WS-RDW-DATA-GOT
              END-IF
           END-PERFORM
           IF WS-RDW-DATA-GOT < WS-RDW-DATA-LEN
              MOVE 'Y' TO WS-RDW-EOF
              IF WS-RDW-FAILED = 'N'
                 MOVE 'Y' TO WS-RDW-FAILED
                 MOVE SPACES TO WS-RDW-FAIL-TEXT
                 STRING "RECORD TRUNCATED AT BYTE OFFSET "
                        DELIMITED BY SIZE
                        WS-RDW-BYTE-OFFSET DELIMITED BY SIZE
                        INTO WS-RDW-FAIL-TEXT
                 END-STRING
              END-IF
           END-IF.

      *> The RDW keeps the boundaries, so a record whose declared
      *> length disagrees with its copybook length costs only that
      *> record - the caller rejects it with this reason text.
       CHECK-RDW-LENGTH.
           MOVE 'N' TO WS-RDW-MISMATCH
           MOVE SPACES TO WS-RDW-MISMATCH-TEXT
           IF WS-RDW-DATA-LEN NOT = WS-RDW-EXPECTED-LEN
              MOVE 'Y' TO WS-RDW-MISMATCH
              ADD 1 TO WS-RDW-MISMATCH-COUNT
              STRING "RDW LENGTH MISMATCH, COPYBOOK "
                     DELIMITED BY SIZE
                     WS-RDW-EXPECTED-LEN DELIMITED BY SIZE
                     INTO WS-RDW-MISMATCH-TEXT
              END-STRING
           END-IF.

      *> Descriptor first - length plus the 4 RDW bytes, big-endian,
      *> spanning bytes zero - then the payload, byte for byte.
       WRITE-RDW-RECORD.
           COMPUTE WS-RDW-LENGTH = WS-RDW-DATA-LEN + 4
           DIVIDE WS-RDW-LENGTH BY 256 GIVING WS-RDW-LEN-HI
                  REMAINDER WS-RDW-LEN-LO
           MOVE LOW-VALUES TO WS-RDW-HEADER
           MOVE FUNCTION CHAR(WS-RDW-LEN-HI + 1) TO WS-RDW-HEADER(1:1)
           MOVE FUNCTION CHAR(WS-RDW-LEN-LO + 1) TO WS-RDW-HEADER(2:1)
           PERFORM VARYING WS-RDW-IDX FROM 1 BY 1
                   UNTIL WS-RDW-IDX > 4
              MOVE WS-RDW-HEADER(WS-RDW-IDX:1) TO RDW-BYTE
              WRITE RDW-BYTE
           END-PERFORM
           PERFORM VARYING WS-RDW-IDX FROM 1 BY 1
                   UNTIL WS-RDW-IDX > WS-RDW-DATA-LEN
              MOVE WS-RDW-DATA(WS-RDW-IDX:1) TO RDW-BYTE
              WRITE RDW-BYTE
           END-PERFORM
           ADD WS-RDW-LENGTH TO WS-RDW-BYTE-OFFSET
           ADD 1 TO WS-RDW-RECORD-COUNT.
