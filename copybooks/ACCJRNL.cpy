      *> or maintenance-fee charge ACCRUAL applies to the customer
      *> master, with the balance either side of it; the detail
      *> reconciliation reads it back so accrued movement isn't
      *> flagged as a variance. AJ-REFERENCE ties a line back to
      *> the item behind it where there is one - a PRIORPER line
      *> carries the prior-period adjustment number it booked -
      *> and is blank otherwise.
       01 ACCRUAL-JOURNAL-RECORD.
          05 AJ-RUN-DATE      PIC X(8).
          05 FILLER           PIC X(2).
          05 AJ-BALANCE-BEFORE PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 AJ-BALANCE-AFTER PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 AJ-REFERENCE     PIC X(12).
