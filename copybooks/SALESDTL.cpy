      *> amount digits); columns 8-13 carry the customer ID the
      *> sale posts against on customer-master.idx; columns 14-23
      *> the product code sold, 24-26 the unit quantity, and 27-34
      *> the transaction date (YYYYMMDD). Columns 61-80 are blank
      *> on the feed; MIXED-EXAMPLE stamps the name of the feed the
      *> line arrived on there when it writes processed.txt, so a
      *> downstream job can trace a line back to its feed.
       01 SALES-DETAIL-LINE.
          05 SD-AMOUNT-SIGN    PIC X(1).
          05 SD-AMOUNT-DIGITS  PIC X(6).
          05 SD-QUANTITY REDEFINES SD-QUANTITY-X
                               PIC 9(3).
          05 SD-TRANS-DATE     PIC X(8).
          05 FILLER            PIC X(26).
          05 SD-FEED-NAME      PIC X(20).
