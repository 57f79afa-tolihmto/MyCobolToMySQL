          05 WS-CMD-PTR         PIC 9(3).
          05 WS-PRM-TOKEN       PIC X(40).
          05 WS-PRM-KEY         PIC X(20).
          05 WS-PRM-VALUE       PIC X(30).
