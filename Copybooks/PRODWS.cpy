      *> Working storage for PRODLIB.cpy, the shared invoice line-item
      *> product check against the keyed PRODUCT master PRODLOAD
      *> builds (Output/PRODUCT_MASTER.IDX, PRODMAST.cpy layout).
      *> Caller declares, alongside its own SELECTs:
      *>   SELECT PRODUCT-MASTER-FILE
      *>       ASSIGN TO DYNAMIC WS-PRODMAST-FILE-NAME
      *>       ORGANIZATION IS INDEXED
      *>       ACCESS MODE IS DYNAMIC
      *>       RECORD KEY IS PM-PROD-ID
      *>       FILE STATUS IS WS-PRODMAST-FILE-STATUS.
      *> and, in FILE SECTION:
      *>   FD  PRODUCT-MASTER-FILE.
      *>       COPY "PRODMAST.cpy".
      *> PERFORM OPEN-PRODUCT-MASTER once at startup and look at
      *> WS-PRODMAST-OPEN - 'N' (with the reason in
      *> WS-PRODMAST-FAIL-TEXT) means the master is missing or empty
      *> and the caller decides how loudly to stop. Per line item set
      *> WS-PROD-CHK-ID, WS-PROD-CHK-QTY and WS-PROD-CHK-AMT (the
      *> already-decoded PROD-AMT) and PERFORM CHECK-PRODUCT-LINE;
      *> WS-PROD-CHK-RESULT comes back SPACE for a good line, or
      *> 'U' unknown PROD-ID, 'I' inactive product, 'P' unit price
      *> outside tolerance, 'Z' unit price not derivable (a nonzero
      *> amount on a zero quantity) - with WS-PROD-CHK-FIELD,
      *> WS-PROD-CHK-VALUE and WS-PROD-CHK-REASON ready to drop into
      *> the standard reject line. WS-PROD-CHK-DESC carries the
      *> master's description, or "(UNKNOWN PRODUCT)".
       01 WS-PRODMAST-FILE-NAME     PIC X(80)
                                     VALUE "Output/PRODUCT_MASTER.IDX".
       01 WS-PRODMAST-FILE-STATUS   PIC XX VALUE SPACES.
       01 WS-PRODMAST-OPEN          PIC X(1) VALUE 'N'.
       01 WS-PRODMAST-FAIL-TEXT     PIC X(80) VALUE SPACES.
       01 WS-PROD-CHK-ID            PIC 9(6).
       01 WS-PROD-CHK-QTY           PIC 9(4).
       01 WS-PROD-CHK-AMT           PIC S9(7)V9(2).
       01 WS-PROD-CHK-RESULT        PIC X(1).
       01 WS-PROD-CHK-FIELD         PIC X(30).
       01 WS-PROD-CHK-VALUE         PIC X(30).
       01 WS-PROD-CHK-REASON        PIC X(40).
       01 WS-PROD-CHK-DESC          PIC X(30).
      *> the line's unit price and its distance from the master's,
      *> carried to four places so a tolerance edge is not decided
      *> by rounding
       01 WS-PROD-LINE-PRICE        PIC 9(9)V9(4).
       01 WS-PROD-PRICE-DIFF        PIC 9(9)V9(4).
       01 WS-PROD-PRICE-ALLOWED     PIC 9(9)V9(4).
       01 WS-PROD-PRICE-EDIT        PIC Z(8)9.9(4).
       01 WS-PROD-TOL-EDIT          PIC ZZ9.99.
