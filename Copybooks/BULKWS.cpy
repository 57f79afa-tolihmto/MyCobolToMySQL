      *> written line can carry the right "," or ";" terminator) -
      *> the statement itself streams to INSERT-FILE one tuple per
      *> line, which is why no statement-sized buffer exists here.
       01 WS-BULK-PREFIX            PIC X(350) VALUE SPACES.
       01 WS-BULK-ACTIVE-PREFIX     PIC X(350) VALUE SPACES.
       01 WS-BULK-TUPLE             PIC X(600) VALUE SPACES.
       01 WS-BULK-PENDING           PIC X(600) VALUE SPACES.
       01 WS-BULK-HAVE-PENDING      PIC X(1) VALUE 'N'.
       01 WS-BULK-COUNT             PIC 9(5) VALUE 0.
       01 WS-BULK-OUT               PIC X(600) VALUE SPACES.
