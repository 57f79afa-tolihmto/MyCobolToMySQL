      *> occurrence (WRITE's duplicate-key path), matching the
      *> DUPPOLICY=F default the loaders apply.
      *>
      *> Each keyed record also remembers where it came from: its data
      *> record number in the extract (HDR/TRL not counted - the
      *> numbering CUSTLOAD's sequential pass and its reject report
      *> use) and the intake ledger fingerprint of the extract (see
      *> LINEAGELIB.cpy). A range run of CUSTLOAD stamps both on the
      *> CUSTOMER rows it loads, so a fan-out's rows still lead back
      *> to the extract record rather than to this file.
      *>
      *> Note: GnuCOBOL builds without indexed-file support report
      *> ORGANIZATION INDEXED as unsupported at compile time; the
      *> program runs where the runtime includes it - the same
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CM-CUST-ID
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT INTAKE-LEDGER-FILE
        ASSIGN TO DYNAMIC WS-LIN-LEDGER-FILE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LIN-LEDGER-STATUS.

DATA DIVISION.
FILE SECTION.
01  CUSTOMER-MASTER-REC.
    05  CM-CUST-ID               PIC 9(9).
    05  CM-REST                  PIC X(71).
    05  CM-SOURCE-RECORD-NO      PIC 9(9).
    05  CM-SOURCE-FINGERPRINT    PIC X(22).

FD  INTAKE-LEDGER-FILE.
01  INTAKE-LEDGER-LINE           PIC X(200).

WORKING-STORAGE SECTION.
01  WS-INPUT-FILE                PIC X(80)
01  WS-WRITTEN-COUNT             PIC 9(9) VALUE 0.
01  WS-SKIPPED-COUNT             PIC 9(9) VALUE 0.
01  WS-DUP-COUNT                 PIC 9(9) VALUE 0.
01  WS-SOURCE-RECORD-NO          PIC 9(9) VALUE 0.

COPY "LINEAGEWS.cpy".

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE WS-INPUT-FILE TO WS-LIN-SOURCE-FILE
    PERFORM LOOKUP-INTAKE-FINGERPRINT
    OPEN INPUT CUSTOMER-FILE
    OPEN OUTPUT CUSTOMER-MASTER-FILE
    IF WS-MASTER-FILE-STATUS NOT = '00'

INDEX-ONE-RECORD.
    ADD 1 TO WS-READ-COUNT
    IF CUSTOMER-RECORD(1:3) NOT = 'HDR'
       AND CUSTOMER-RECORD(1:3) NOT = 'TRL'
       ADD 1 TO WS-SOURCE-RECORD-NO
    END-IF
    IF CUSTOMER-RECORD(1:3) = 'HDR'
       OR CUSTOMER-RECORD(1:3) = 'TRL'
       OR CUST-ID NOT NUMERIC
       ADD 1 TO WS-SKIPPED-COUNT
    ELSE
       MOVE CUSTOMER-RECORD TO CUSTOMER-MASTER-REC
       MOVE WS-SOURCE-RECORD-NO TO CM-SOURCE-RECORD-NO
       MOVE WS-LIN-FINGERPRINT TO CM-SOURCE-FINGERPRINT
       *> ACCESS DYNAMIC makes the WRITE order-independent - an
       *> unsorted extract must not lose records to sequence errors -
       *> so the only INVALID KEY left is a genuine duplicate ('22');
             ADD 1 TO WS-WRITTEN-COUNT
       END-WRITE
    END-IF.

COPY "LINEAGELIB.cpy".
