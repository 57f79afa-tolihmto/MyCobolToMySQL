      *> The hand-rewriting of incoming copybooks into a
      *> one-entry-per-line subset, and the transcription errors that
      *> came with it, is over.
      *>
      *> Every table - the main table and an OCCURS child table alike -
      *> ends with the three row-lineage columns every loader stamps
      *> (LOAD_RUN_ID, SOURCE_RECORD_NO, SOURCE_FINGERPRINT; see
      *> LINEAGEWS.cpy), so a generated schema takes the loaders'
      *> INSERTs as they are written.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DDLGEN.
COPY "RUNPARM.cpy".
COPY "TOKWS.cpy".
COPY "PICWS.cpy".
COPY "LINEAGEWS.cpy".

01  WS-INPUT-COPYBOOK            PIC X(80).
01  WS-TABLE-NAME                PIC X(30).
01  WS-COLNAME                   PIC X(60) VALUE SPACES.

01  WS-MAIN-COL-COUNT            PIC 9(3) VALUE 0.
      *> Three slots past each table's field limit hold the lineage
      *> columns.
01  WS-MAIN-COLS OCCURS 103 TIMES PIC X(90) VALUE SPACES.
01  WS-CHILD-COL-COUNT           PIC 9(3) VALUE 0.
01  WS-CHILD-COLS OCCURS 53 TIMES PIC X(90) VALUE SPACES.
01  WS-CHILD-TABLE-NAME          PIC X(30) VALUE SPACES.
01  WS-FIRST-FIELD-NAME          PIC X(60) VALUE SPACES.
01  WS-FIRST-FIELD-TYPE          PIC X(40) VALUE SPACES.
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    PERFORM SCAN-COPYBOOK
    PERFORM ADD-LINEAGE-COLUMNS
    PERFORM WRITE-DDL-FILE
    DISPLAY "DDLGEN: " WS-MAIN-COL-COUNT " column(s) for table "
            FUNCTION TRIM(WS-TABLE-NAME) " written to "
           INTO WS-CHILD-COLS(WS-CHILD-COL-COUNT)
    END-STRING.

      *> After the copybook's own fields, so the loaders' column
      *> order and the table's agree.
ADD-LINEAGE-COLUMNS.
    PERFORM VARYING WS-LIN-DDL-IDX FROM 1 BY 1
            UNTIL WS-LIN-DDL-IDX > WS-LIN-DDL-COUNT
       MOVE WS-LIN-DDL-NAME(WS-LIN-DDL-IDX) TO WS-COLNAME
       MOVE WS-LIN-DDL-TYPE(WS-LIN-DDL-IDX) TO WS-SQL-TYPE
       PERFORM ADD-MAIN-COLUMN
       IF WS-CHILD-COL-COUNT > 0
          PERFORM ADD-CHILD-COLUMN
       END-IF
    END-PERFORM.

WRITE-DDL-FILE.
    OPEN OUTPUT DDL-FILE

