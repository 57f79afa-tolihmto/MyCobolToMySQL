      *> Working storage for RDWLIB.cpy, the shared RECFM=VB record
      *> reader/writer. Under RECFM=V every record on the wire is
      *> preceded by a 4-byte record descriptor word: bytes 1-2 the
      *> record length in binary, big-endian, counting the RDW's own
      *> 4 bytes; bytes 3-4 binary zeros (a nonzero pair is a spanned
      *> segment, which the mainframe side does not send us).
      *> Caller declares, alongside its own SELECTs:
      *>   SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
      *>       ORGANIZATION IS SEQUENTIAL
      *>       FILE STATUS IS WS-RDW-FILE-STATUS.
      *> and, in FILE SECTION:
      *>   FD  RDW-FILE.
      *>   01  RDW-BYTE                 PIC X(1).
      *> The file is read and written one byte at a time through that
      *> 1-byte FD, the same shape SPLITFEED and GENLOAD use for their
      *> run-time record lengths.
       01 WS-RDW-FILE-NAME          PIC X(80) VALUE SPACES.
       01 WS-RDW-FILE-STATUS        PIC XX VALUE SPACES.
       01 WS-RDW-EOF                PIC X(1) VALUE 'N'.
       01 WS-RDW-GOT-BYTE           PIC X(1) VALUE 'N'.
      *> 'Y' once the record boundaries are lost (bad or truncated
      *> RDW, short payload, read error) - every later record is
      *> unknowable, so the reader also raises WS-RDW-EOF.
       01 WS-RDW-FAILED             PIC X(1) VALUE 'N'.
       01 WS-RDW-FAIL-TEXT          PIC X(80) VALUE SPACES.
      *> Bytes consumed so far, and where the current record's RDW
      *> began - the offset a reject or failure message names.
       01 WS-RDW-BYTE-OFFSET        PIC 9(12) VALUE 0.
       01 WS-RDW-RECORD-OFFSET      PIC 9(12) VALUE 0.
       01 WS-RDW-RECORD-COUNT       PIC 9(9) VALUE 0.
       01 WS-RDW-HEADER             PIC X(4) VALUE LOW-VALUES.
       01 WS-RDW-HEADER-GOT         PIC 9(1) VALUE 0.
       01 WS-RDW-LENGTH             PIC 9(5) VALUE 0.
       01 WS-RDW-LEN-HI             PIC 9(3) VALUE 0.
       01 WS-RDW-LEN-LO             PIC 9(3) VALUE 0.
      *> The record itself, RDW stripped. WS-RDW-DATA-LEN is the
      *> payload length the RDW declared (its own length less 4).
       01 WS-RDW-DATA-LEN           PIC 9(5) VALUE 0.
       01 WS-RDW-DATA-GOT           PIC 9(5) VALUE 0.
       01 WS-RDW-IDX                PIC 9(5) VALUE 0.
       01 WS-RDW-MAX-DATA           PIC 9(5) VALUE 32756.
       01 WS-RDW-DATA               PIC X(32756).
      *> Cross-check against the length the copybook implies: the
      *> caller sets WS-RDW-EXPECTED-LEN and PERFORMs CHECK-RDW-LENGTH,
      *> which sets WS-RDW-MISMATCH and, on a mismatch, the reject
      *> reason text ("RDW LENGTH MISMATCH, COPYBOOK nnnnn").
       01 WS-RDW-EXPECTED-LEN       PIC 9(5) VALUE 0.
       01 WS-RDW-MISMATCH           PIC X(1) VALUE 'N'.
       01 WS-RDW-MISMATCH-TEXT      PIC X(40) VALUE SPACES.
       01 WS-RDW-MISMATCH-COUNT     PIC 9(9) VALUE 0.
