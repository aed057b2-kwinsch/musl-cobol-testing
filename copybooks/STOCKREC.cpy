      *> Shared stock-on-hand record layout, keyed on the product
      *> code exactly as product-master.idx is. One record per
      *> product the warehouse holds: units on hand (negative when
      *> the feed has sold more than was ever received), the
      *> reorder point the reorder report tests against, and the
      *> date of the last movement. STOCK-MAINT books receipts and
      *> adjustments; STOCK-UPDATE takes each night's sales off.
       01 STOCK-ON-HAND-RECORD.
          05 SOH-PRODUCT-CODE   PIC X(10).
          05 SOH-ON-HAND        PIC S9(7).
          05 SOH-REORDER-POINT  PIC 9(7).
          05 SOH-LAST-MOVE-DATE PIC X(8).
