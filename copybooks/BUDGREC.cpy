      *> Shared sales budget record layout, keyed on the budget
      *> month, product code, and feed. A blank feed budgets the
      *> product across every feed; a named feed budgets that feed
      *> (region) alone. A product is budgeted one way or the other
      *> in a given month, never both - BUDGET-MAINT enforces it so
      *> BUDGET-REPORT never counts the same sales twice.
       01 SALES-BUDGET-RECORD.
          05 BG-KEY.
             10 BG-MONTH        PIC X(6).
             10 BG-PRODUCT-CODE PIC X(10).
             10 BG-FEED-NAME    PIC X(20).
          05 BG-AMOUNT          PIC S9(9)V99.
