      *> Shared stock-movement journal layout. One record per
      *> movement applied to stock-on-hand.idx, with the units on
      *> hand before and after it, in the way the posting journal
      *> carries the balance either side of each sale - so a count
      *> discrepancy can be traced to the day, the feed (or the
      *> warehouse reference), and the movement that caused it.
      *> Movement types: SALE and RETURN off processed.txt,
      *> RECEIPT and ADJUST off the warehouse transactions.
       01 STOCK-JOURNAL-RECORD.
          05 SJ-RUN-DATE       PIC X(8).
          05 FILLER            PIC X(2).
          05 SJ-PRODUCT-CODE   PIC X(10).
          05 FILLER            PIC X(2).
          05 SJ-MOVE-TYPE      PIC X(8).
          05 FILLER            PIC X(2).
          05 SJ-SOURCE         PIC X(20).
          05 FILLER            PIC X(2).
          05 SJ-QUANTITY       PIC -9(7).
          05 FILLER            PIC X(2).
          05 SJ-ON-HAND-BEFORE PIC -9(7).
          05 FILLER            PIC X(2).
          05 SJ-ON-HAND-AFTER  PIC -9(7).
