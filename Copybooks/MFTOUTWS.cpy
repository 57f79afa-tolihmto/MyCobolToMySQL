             10 WS-MFO-RECORDS      PIC 9(9) VALUE 0.
             10 WS-MFO-BYTES        PIC 9(12) VALUE 0.
             10 WS-MFO-CHECKSUM     PIC 9(9) VALUE 0.
       01 WS-MFO-BUFFER             PIC X(600).
       01 WS-MFO-BUF-LEN            PIC 9(4) VALUE 0.
       01 WS-MFO-BYTE-IDX           PIC 9(4).
       01 WS-MFO-OUT-LINE           PIC X(80) VALUE SPACES.
