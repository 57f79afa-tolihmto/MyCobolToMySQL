      *> physical lines, COMP/BINARY usage, SIGN TRAILING SEPARATE,
      *> and 88-level condition names (skipped - no storage, no
      *> column, no drift).
      *>
      *> The three row-lineage columns every loader stamps and DDLGEN
      *> appends to every table (LOAD_RUN_ID, SOURCE_RECORD_NO,
      *> SOURCE_FINGERPRINT; see LINEAGEWS.cpy) are part of the
      *> current column list too, so a table whose snapshot predates
      *> them reports them ADDED and gets its ALTER TABLE lines like
      *> any other new column. Their snapshot PICTURE reads LINEAGE -
      *> they come from no copybook field.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. SCHDRIFT.
COPY "RUNPARM.cpy".
COPY "TOKWS.cpy".
COPY "PICWS.cpy".
COPY "LINEAGEWS.cpy".

01  WS-INPUT-COPYBOOK             PIC X(80).
01  WS-TABLE-NAME                 PIC X(30).
01  WS-COLNAME-TMP                PIC X(60) VALUE SPACES.
01  WS-COLNAME                    PIC X(60) VALUE SPACES.

      *> Current columns, freshly scanned from the copybook this run,
      *> then the lineage columns in the three slots past the limit.
01  WS-CUR-COL-COUNT              PIC 9(3) VALUE 0.
01  WS-CUR-COLS OCCURS 103 TIMES.
    05  WS-CUR-COL-NAME           PIC X(60).
    05  WS-CUR-COL-TYPE           PIC X(40).
    05  WS-CUR-COL-PIC            PIC X(30).

      *> Prior columns, loaded from last run's snapshot file, if any.
01  WS-PRIOR-COL-COUNT            PIC 9(3) VALUE 0.
01  WS-PRIOR-COLS OCCURS 103 TIMES.
    05  WS-PRIOR-COL-NAME         PIC X(60).
    05  WS-PRIOR-COL-TYPE         PIC X(40).
    05  WS-PRIOR-COL-PIC          PIC X(30).
MAIN-PARA.
    PERFORM PARSE-ARGUMENTS
    PERFORM SCAN-COPYBOOK
    PERFORM ADD-LINEAGE-COLUMNS
    PERFORM READ-SCHEMA-SNAPSHOT
    PERFORM COMPARE-SCHEMAS
    PERFORM WRITE-SCHEMA-SNAPSHOT
       MOVE WS-PIC-STR TO WS-CUR-COL-PIC(WS-CUR-COL-COUNT)
    END-IF.

      *> After the copybook's own fields, as DDLGEN lays them out.
ADD-LINEAGE-COLUMNS.
    PERFORM VARYING WS-LIN-DDL-IDX FROM 1 BY 1
            UNTIL WS-LIN-DDL-IDX > WS-LIN-DDL-COUNT
       ADD 1 TO WS-CUR-COL-COUNT
       MOVE WS-LIN-DDL-NAME(WS-LIN-DDL-IDX)
            TO WS-CUR-COL-NAME(WS-CUR-COL-COUNT)
       MOVE WS-LIN-DDL-TYPE(WS-LIN-DDL-IDX)
            TO WS-CUR-COL-TYPE(WS-CUR-COL-COUNT)
       MOVE "LINEAGE" TO WS-CUR-COL-PIC(WS-CUR-COL-COUNT)
    END-PERFORM.

      *> Loads the previous run's captured column list, if the table
      *> has ever been scanned before - the stand-in for "the existing
      *> MySQL table's schema" this codebase's lack of live database
             AT END
                MOVE 'Y' TO WS-SNAPSHOT-EOF
             NOT AT END
                IF WS-PRIOR-COL-COUNT < 103
                   ADD 1 TO WS-PRIOR-COL-COUNT
                   UNSTRING SNAPSHOT-LINE DELIMITED BY '|'
                            INTO WS-PRIOR-COL-NAME(WS-PRIOR-COL-COUNT),
