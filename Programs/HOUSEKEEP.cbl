    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_EXPORT.json".
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_VERIFY.txt".
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_LOADDATA.dat".
    05  FILLER PIC X(52) VALUE
        "CUSTOMER |CUSTOMER_REPAIRS_PENDING.txt".
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_REPAIR_AUDIT.txt".
    05  FILLER PIC X(52) VALUE
        "CUSTOMER |CUSTOMER_CONTACT_QUALITY.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_RECON.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_REJECTS.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_DUPLICATES.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_ORPHANS.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_CREDIT_HOLDS.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_CREDIT_RELEASES.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_EXPORT.csv".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_EXPORT.json".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_RECON.txt".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_EXPORT.csv".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_EXPORT.json".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_ITEMS_EXPORT.csv".
    05  FILLER PIC X(52) VALUE "PRODUCT  |PRODUCT_RECON.txt".
    05  FILLER PIC X(52) VALUE "PRODUCT  |PRODUCT_REJECTS.txt".
    05  FILLER PIC X(52) VALUE "PRODUCT  |PRODUCT_DUPLICATES.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_RECON.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_REJECTS.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_DUPLICATES.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_BATCH_EXPORT.csv".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_BATCH_EXPORT.json".
    05  FILLER PIC X(52) VALUE "WINDOW   |NIGHT_WINDOW_SUMMARY.txt".
      *> FEEDDIFF's change reports, and the night images it keys the
      *> next night's extracts against - the archived image IS the
      *> comparison base, found again through the index.
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_CHANGES.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_NIGHT_IMAGE.txt".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_CHANGES.txt".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_NIGHT_IMAGE.txt".
    05  FILLER PIC X(52) VALUE "XREF     |XREF_CHANGES.txt".
    05  FILLER PIC X(52) VALUE "XREF     |XREF_NIGHT_IMAGE.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_CHANGES.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_NIGHT_IMAGE.txt".
      *> SEQAUDIT's sequence audits and the per-feed ledgers behind
      *> them.
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_SEQ_AUDIT.txt".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_SEQ_LEDGER.txt".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_SEQ_AUDIT.txt".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_SEQ_LEDGER.txt".
      *> BILLCHK's unbilled-order backlog, carried night to night.
    05  FILLER PIC X(52) VALUE "ORDER    |UNBILLED_BACKLOG.txt".
      *> The generated SQL and DDL ride into the archive too - with
      *> them, Output/Archive/ holds everything a bare-metal rebuild
      *> of the MySQL side needs (the REBUILD manifest generator
      *> nightly, and removing the live copy would leave Output/
      *> without any DDL until someone remembers to rerun DDLGEN.
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_ERASURE.sql".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "ORDER    |ORPHAN_PROMOTIONS.sql".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDER_CREDIT_RELEASE.sql".
    05  FILLER PIC X(52) VALUE "PRODUCT  |PRODUCT_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "XREF     |INVOICE_XREF_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "XREF     |INVOICE_XREF_RECON.txt".
        "XREF     |INVOICE_XREF_DUPLICATES.txt".
    05  FILLER PIC X(52) VALUE "XREF     |XREF_ORPHANS.txt".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_INSERTS.sql".
    05  FILLER PIC X(52) VALUE
        "POLICY   |POLICY_CUSTOMER_LINK_INSERTS.sql".
    05  FILLER PIC X(52) VALUE
        "POLICY   |POLICY_CUSTOMER_LINK_RECON.txt".
    05  FILLER PIC X(52) VALUE "CODES    |CODE_TABLES_INSERTS.sql".
    05  FILLER PIC X(52) VALUE "CUSTOMER |CUSTOMER_DDL.sql".
    05  FILLER PIC X(52) VALUE "ORDER    |ORDERS_DDL.sql".
    05  FILLER PIC X(52) VALUE "INVOICE  |INVOICE_DDL.sql".
    05  FILLER PIC X(52) VALUE "PRODUCT  |PRODUCT_DDL.sql".
    05  FILLER PIC X(52) VALUE "POLICY   |POLICY_DDL.sql".
01  WS-OUTPUT-ENTRIES REDEFINES WS-OUTPUT-TABLE.
    05  WS-OUTPUT-ENTRY OCCURS 72 TIMES.
        10  WS-OUT-TAG           PIC X(9).
        10  FILLER               PIC X(1).
        10  WS-OUT-FILE          PIC X(42).
    05  FILLER PIC X(40) VALUE "Output/POLICY_CKPT.dat".
    05  FILLER PIC X(40) VALUE "Output/POLICY_BATCH_CKPT.dat".
    05  FILLER PIC X(40) VALUE "Output/INVOICE_XREF_CKPT.dat".
    05  FILLER PIC X(40) VALUE "Output/PRODUCT_CKPT.dat".
01  WS-CKPT-ENTRIES REDEFINES WS-CKPT-TABLE.
    05  WS-CKPT-ENTRY OCCURS 7 TIMES
                                 PIC X(40).
01  WS-CKPT-IDX                  PIC 9(1).

    CALL "SYSTEM" USING BY CONTENT WS-MKDIR-COMMAND

    PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
            UNTIL WS-OUT-IDX > 72
       PERFORM ARCHIVE-ONE-OUTPUT
    END-PERFORM

       *> ORPHANFIX's holding pen, appended nightly and pruned only
       *> when a quarantined order's customer finally arrives -
       *> removing it would forget every still-open orphan, so it is
       *> archived as a copy only, and so is the credit-release
       *> ledger ORDER_CREDIT_RELEASES.txt - ORDRLOAD reads it every
       *> night to keep released orders out of the hold table - and
       *> the holds list ORDER_CREDIT_HOLDS.txt it releases against,
       *> which CREDREL needs in place the next day. So are REPAIR's
       *> pending-corrections file (corrections still waiting on a
       *> checker) and its repair audit trail, which is permanent by
       *> definition. So are SEQAUDIT's sequence ledgers: each
       *> night's audit is judged against the ledger the night
       *> before left. So is BILLCHK's UNBILLED_BACKLOG.txt, which
       *> keeps each unbilled order's first-seen day. So are the
       *> *_DDL.sql files: no nightly step regenerates them (DDLGEN
       *> runs by hand), so deleting the live copy would strip
       *> Output/ of its DDL and leave every later archive day
       *> without one.
       MOVE 0 TO WS-DDL-TALLY
       INSPECT WS-OUT-FILE(WS-OUT-IDX)
               TALLYING WS-DDL-TALLY FOR ALL "_DDL.sql"
       IF FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
          NOT = "ORDER_ORPHANS.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "ORDER_CREDIT_RELEASES.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "CUSTOMER_REPAIRS_PENDING.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "CUSTOMER_REPAIR_AUDIT.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "ORDER_SEQ_LEDGER.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "INVOICE_SEQ_LEDGER.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "ORDER_CREDIT_HOLDS.txt"
          AND FUNCTION TRIM(WS-OUT-FILE(WS-OUT-IDX))
              NOT = "UNBILLED_BACKLOG.txt"
          AND WS-DDL-TALLY = 0
          DELETE FILE ARCH-IN-FILE
       END-IF

CLEAR-CHECKPOINT-FILES.
    PERFORM VARYING WS-CKPT-IDX FROM 1 BY 1
            UNTIL WS-CKPT-IDX > 7
       MOVE WS-CKPT-ENTRY(WS-CKPT-IDX) TO WS-PURGE-NAME
       OPEN INPUT PURGE-FILE
       IF WS-PURGE-STATUS = '00'
