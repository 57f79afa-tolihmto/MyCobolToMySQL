       01 PRODUCT-RECORD.
          05 PROD-ID              PIC 9(6).
          05 PROD-DESC            PIC X(30).
          05 UNIT-PRICE           PIC 9(7)V99.
          05 PRICE-TOL-PCT        PIC 9(3)V99.
          05 ACTIVE-FLAG          PIC X(1).
