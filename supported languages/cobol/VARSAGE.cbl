              *> one row per reason code seen, tallied into the
              *> three age buckets plus the parked amount - entries
              *> appear in first-seen order, the way the VARSAUDR
              *> summary table already works. no code is special:
              *> VALD, VARI, and the billing reject reasons VARSACK
              *> suspends under all age the same way
              01 WS-REASON-COUNT PIC 9(3) VALUE 0.
              01 WS-REASON-OVERFLOW PIC 9(7) VALUE 0.
              01 WS-REASON-TABLE.
