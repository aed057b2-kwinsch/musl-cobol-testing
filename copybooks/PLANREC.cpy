      *> Shared installment payment-plan record layout. One record
      *> per installment of a plan agreed with the credit desk,
      *> each carrying its plan's terms so a reader needs no
      *> second file: the customer, the day the plan was set up,
      *> the agreed total and number of installments, and how the
      *> due dates are spaced. Kept whole in payment-plans.dat by
      *> PLAN-MAINT (set up, cancel) and PLAN-MONITOR (paid,
      *> partial, missed, broken). A customer has at most one
      *> CURRENT plan; finished plans stay on file with their
      *> outcome. JSON-DEMO and AR-AGING read it to flag an
      *> account that is paying to a current plan.
       01 PAYMENT-PLAN-RECORD.
          05 PP-CUST-ID           PIC 9(6).
          05 FILLER               PIC X(2).
          05 PP-SET-UP-DATE       PIC X(8).
          05 FILLER               PIC X(2).
          05 PP-PLAN-STATUS       PIC X(1).
             88 PP-PLAN-CURRENT       VALUE "C".
             88 PP-PLAN-BROKEN        VALUE "B".
             88 PP-PLAN-COMPLETE      VALUE "F".
             88 PP-PLAN-CANCELLED     VALUE "X".
          05 FILLER               PIC X(2).
          05 PP-AGREED-TOTAL      PIC 9(7)V99.
          05 FILLER               PIC X(2).
          05 PP-INSTALLMENT-COUNT PIC 9(2).
          05 FILLER               PIC X(2).
          05 PP-FREQUENCY         PIC X(1).
          05 FILLER               PIC X(2).
          05 PP-INSTALLMENT-NO    PIC 9(2).
          05 FILLER               PIC X(2).
          05 PP-DUE-DATE          PIC X(8).
          05 FILLER               PIC X(2).
          05 PP-AMOUNT-DUE        PIC 9(7)V99.
          05 FILLER               PIC X(2).
          05 PP-AMOUNT-PAID       PIC 9(7)V99.
          05 FILLER               PIC X(2).
          05 PP-INST-STATUS       PIC X(1).
             88 PP-INST-OPEN          VALUE "O".
             88 PP-INST-PAID          VALUE "P".
             88 PP-INST-PARTIAL       VALUE "A".
             88 PP-INST-MISSED        VALUE "M".
          05 FILLER               PIC X(2).
          05 PP-CLOSED-DATE       PIC X(8).
