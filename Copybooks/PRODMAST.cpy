      *> Keyed PRODUCT master record - one per product, keyed on
      *> PROD-ID in the indexed file Output/PRODUCT_MASTER.IDX, which
      *> PRODLOAD rebuilds from the PRODUCT extract every run and
      *> INVCLOAD/INVSUM read through PRODLIB.cpy to judge invoice
      *> line items. The bytes are the 51 PRODUCT-RECORD bytes of
      *> sample_product.cpy, under names of their own so a program
      *> can carry the master next to INVOICE's own PROD-ID.
      *> PM-PRICE-TOL-PCT is the percentage a line's unit price
      *> (PROD-AMT / PROD-QTY) may stray either side of
      *> PM-UNIT-PRICE; PM-ACTIVE-FLAG is 'Y' or 'N'.
       01 PRODUCT-MASTER-REC.
          05 PM-PROD-ID            PIC 9(6).
          05 PM-PROD-DESC          PIC X(30).
          05 PM-UNIT-PRICE         PIC 9(7)V99.
          05 PM-PRICE-TOL-PCT      PIC 9(3)V99.
          05 PM-ACTIVE-FLAG        PIC X(1).
