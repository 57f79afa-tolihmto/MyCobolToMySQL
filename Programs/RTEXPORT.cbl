      *> written, mirroring CUSTLOAD's EBCDIC-to-ASCII conversion on the
      *> way in - a mainframe-bound extract should carry the same
      *> encoding the mainframe originally sent.
      *>
      *> RECFM=VB writes each CUSTOMER-RECORD behind a 4-byte RDW
      *> (WRITE-RDW-RECORD, RDWLIB.cpy) instead of as a bare fixed-width
      *> record, matching the variable-blocked form the loaders accept
      *> on the way in. The record itself is unchanged either way.
      >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RTEXPORT.
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT CUSTOMER-OUT-FILE ASSIGN TO DYNAMIC WS-CUSTOMER-OUT-FILE
        ORGANIZATION IS SEQUENTIAL.
    SELECT RDW-FILE ASSIGN TO DYNAMIC WS-RDW-FILE-NAME
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RDW-FILE-STATUS.
    SELECT RECON-FILE ASSIGN TO DYNAMIC WS-RECON-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
FD  CUSTOMER-OUT-FILE.
    COPY "sample.cpy".

FD  RDW-FILE.
01  RDW-BYTE                      PIC X(1).

FD  RECON-FILE.
01  RECON-OUT-REC                 PIC X(250).

COPY "RUNLOG.cpy".
COPY "EBCDICWS.cpy".
COPY "ESCWS.cpy".
COPY "RDWWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE "Output/CUSTOMER_EXPORT_REJECTS.txt" TO WS-REJECT-FILE-NAME

    MOVE "Output/CONVERSION_RUN_LOG.sql" TO WS-RUNLOG-FILE-NAME
    MOVE "RTEXPORT" TO WS-RUNLOG-PROGRAM
    PERFORM OPEN-RUN-LOG
    MOVE "CUSTOMER-RECORD" TO CRL-COPYBOOK-NAME
    MOVE WS-EXPORT-IN-FILE TO CRL-INPUT-FILE
    MOVE RP-OPERATOR-ID TO CRL-OPERATOR-ID

    OPEN INPUT EXPORT-IN-FILE
    IF RP-RECFM-MODE = 'V'
       MOVE WS-CUSTOMER-OUT-FILE TO WS-RDW-FILE-NAME
       PERFORM OPEN-RDW-OUTPUT
       IF WS-RDW-FAILED = 'Y'
          DISPLAY "RTEXPORT: " FUNCTION TRIM(WS-RDW-FAIL-TEXT)
          MOVE 8 TO RETURN-CODE
          STOP RUN
       END-IF
    ELSE
       OPEN OUTPUT CUSTOMER-OUT-FILE
    END-IF
    OPEN OUTPUT REJECT-FILE

    PERFORM UNTIL WS-EOF = 'Y'
    END-PERFORM

    CLOSE EXPORT-IN-FILE
    IF RP-RECFM-MODE = 'V'
       PERFORM CLOSE-RDW-FILE
    ELSE
       CLOSE CUSTOMER-OUT-FILE
    END-IF
    CLOSE REJECT-FILE

    MOVE "CUSTOMER-RECORD" TO REC-COPYBOOK-NAME

    IF WS-RECORD-VALID = 'Y'
       ADD 1 TO WS-LOADED-COUNT
       IF RP-RECFM-MODE = 'V'
          MOVE CUSTOMER-RECORD TO WS-RDW-DATA(1:LENGTH OF CUSTOMER-RECORD)
          MOVE LENGTH OF CUSTOMER-RECORD TO WS-RDW-DATA-LEN
          PERFORM WRITE-RDW-RECORD
       ELSE
          WRITE CUSTOMER-RECORD
       END-IF
       ADD WS-BALANCE-NUM TO WS-BALANCE-TOTAL
    ELSE
       ADD 1 TO WS-REJECTED-COUNT
COPY "RUNLOGLIB.cpy".
COPY "EBCDICLIB.cpy".
COPY "ESCLIB.cpy".
COPY "RDWLIB.cpy".
