      *> Shared invoice line-item product check, paired with
      *> PRODWS.cpy - see its header for the caller's SELECT/FD
      *> obligations and the verdict codes. The checks run in the
      *> order a reader would ask them: is this a product we know,
      *> is it still sold, and is the line priced like it. The
      *> reason texts are the prefixes ACKWS.cpy maps to the 080-082
      *> acknowledgement codes.
       OPEN-PRODUCT-MASTER.
           MOVE 'N' TO WS-PRODMAST-OPEN
           MOVE SPACES TO WS-PRODMAST-FAIL-TEXT
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-FILE-STATUS NOT = '00'
              STRING "CANNOT OPEN PRODUCT MASTER, FILE STATUS "
                     DELIMITED BY SIZE
                     WS-PRODMAST-FILE-STATUS DELIMITED BY SIZE
                     INTO WS-PRODMAST-FAIL-TEXT
              END-STRING
           ELSE
      *>    an empty master would reject every line as unknown -
      *>    treated as no master at all
              READ PRODUCT-MASTER-FILE NEXT RECORD
                 AT END
                    MOVE "PRODUCT MASTER IS EMPTY"
                         TO WS-PRODMAST-FAIL-TEXT
                    CLOSE PRODUCT-MASTER-FILE
                 NOT AT END
                    MOVE 'Y' TO WS-PRODMAST-OPEN
              END-READ
           END-IF.

       CLOSE-PRODUCT-MASTER.
           IF WS-PRODMAST-OPEN = 'Y'
              CLOSE PRODUCT-MASTER-FILE
              MOVE 'N' TO WS-PRODMAST-OPEN
           END-IF.

      *> One random READ per line item. Unit price is the line's
      *> PROD-AMT over its PROD-QTY, taken unsigned so a credit memo
      *> line is priced like the sale it reverses; it may sit within
      *> PM-PRICE-TOL-PCT percent of PM-UNIT-PRICE either side. A
      *> zero-quantity line carrying no amount has nothing to price.
       CHECK-PRODUCT-LINE.
           MOVE SPACE TO WS-PROD-CHK-RESULT
           MOVE SPACES TO WS-PROD-CHK-FIELD
           MOVE SPACES TO WS-PROD-CHK-VALUE
           MOVE SPACES TO WS-PROD-CHK-REASON
           MOVE "(UNKNOWN PRODUCT)" TO WS-PROD-CHK-DESC
           MOVE WS-PROD-CHK-ID TO PM-PROD-ID
           READ PRODUCT-MASTER-FILE
              INVALID KEY
                 MOVE 'U' TO WS-PROD-CHK-RESULT
              NOT INVALID KEY
                 MOVE PM-PROD-DESC TO WS-PROD-CHK-DESC
           END-READ
           EVALUATE TRUE
              WHEN WS-PROD-CHK-RESULT = 'U'
                 MOVE "PROD-ID" TO WS-PROD-CHK-FIELD
                 MOVE WS-PROD-CHK-ID TO WS-PROD-CHK-VALUE
                 MOVE "PRODUCT NOT ON MASTER" TO WS-PROD-CHK-REASON
              WHEN PM-ACTIVE-FLAG NOT = 'Y'
                 MOVE 'I' TO WS-PROD-CHK-RESULT
                 MOVE "PROD-ID" TO WS-PROD-CHK-FIELD
                 MOVE WS-PROD-CHK-ID TO WS-PROD-CHK-VALUE
                 MOVE "PRODUCT INACTIVE ON MASTER"
                      TO WS-PROD-CHK-REASON
              WHEN WS-PROD-CHK-QTY = 0 AND WS-PROD-CHK-AMT = 0
                 CONTINUE
              WHEN WS-PROD-CHK-QTY = 0
                 MOVE 'Z' TO WS-PROD-CHK-RESULT
                 MOVE "PROD-QTY" TO WS-PROD-CHK-FIELD
                 MOVE WS-PROD-CHK-QTY TO WS-PROD-CHK-VALUE
                 MOVE "UNIT PRICE NOT DERIVABLE (PROD-QTY 0)"
                      TO WS-PROD-CHK-REASON
              WHEN OTHER
                 PERFORM CHECK-PRODUCT-PRICE
           END-EVALUATE.

       CHECK-PRODUCT-PRICE.
           COMPUTE WS-PROD-LINE-PRICE =
                   FUNCTION ABS(WS-PROD-CHK-AMT) / WS-PROD-CHK-QTY
           IF WS-PROD-LINE-PRICE > PM-UNIT-PRICE
              COMPUTE WS-PROD-PRICE-DIFF =
                      WS-PROD-LINE-PRICE - PM-UNIT-PRICE
           ELSE
              COMPUTE WS-PROD-PRICE-DIFF =
                      PM-UNIT-PRICE - WS-PROD-LINE-PRICE
           END-IF
           COMPUTE WS-PROD-PRICE-ALLOWED =
                   PM-UNIT-PRICE * PM-PRICE-TOL-PCT / 100
           IF WS-PROD-PRICE-DIFF > WS-PROD-PRICE-ALLOWED
              MOVE 'P' TO WS-PROD-CHK-RESULT
              MOVE "PROD-AMT" TO WS-PROD-CHK-FIELD
              MOVE WS-PROD-LINE-PRICE TO WS-PROD-PRICE-EDIT
              MOVE FUNCTION TRIM(WS-PROD-PRICE-EDIT)
                   TO WS-PROD-CHK-VALUE
              MOVE PM-PRICE-TOL-PCT TO WS-PROD-TOL-EDIT
              STRING "UNIT PRICE OUTSIDE " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-PROD-TOL-EDIT) DELIMITED BY SIZE
                     " PCT TOLERANCE" DELIMITED BY SIZE
                     INTO WS-PROD-CHK-REASON
              END-STRING
           END-IF.
