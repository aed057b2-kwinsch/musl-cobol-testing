      *> transaction SALES-POSTING applies to customer-master.idx,
      *> with the account's balance before and after, so the day's
      *> balance movement can be tied back to individual sales.
      *> A sale or return posted off a feed line also carries the
      *> line's product code, unit quantity, and transaction date,
      *> which is what a later return is matched back against;
      *> every other posting (payments, refunds, merges) leaves
      *> them blank, as do records written before they existed.
       01 POSTING-JOURNAL-RECORD.
          05 PJ-RUN-DATE        PIC X(8).
          05 PJ-CUST-ID         PIC 9(6).
          05 PJ-AMOUNT          PIC S9(4)V99.
          05 PJ-BALANCE-BEFORE  PIC S9(8)V99.
          05 PJ-BALANCE-AFTER   PIC S9(8)V99.
          05 PJ-SALE-DETAIL.
             10 PJ-PRODUCT-CODE PIC X(10).
             10 PJ-QUANTITY-X   PIC X(3).
             10 PJ-QUANTITY REDEFINES PJ-QUANTITY-X
                                PIC 9(3).
             10 PJ-TRANS-DATE   PIC X(8).
