      *> Shared bill-to hierarchy record layout. One record per
      *> branch account, naming the parent account that is billed
      *> and pays for it; an account with no record here stands on
      *> its own. One level only - a parent is never itself a
      *> branch. Maintained by HIER-MAINT; read by STATEMENT-GEN
      *> (one consolidated statement per parent), SALES-POSTING
      *> (the parent's limit applied across the whole family), and
      *> PAYMENT-POSTING (a parent's remittance spread across the
      *> family's open balances).
       01 ACCOUNT-HIERARCHY-RECORD.
          05 AH-CHILD-ID       PIC 9(6).
          05 FILLER            PIC X(2).
          05 AH-PARENT-ID      PIC 9(6).
          05 FILLER            PIC X(2).
          05 AH-LINKED-DATE    PIC X(8).
