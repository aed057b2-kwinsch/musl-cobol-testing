      *> Shared written-off account record layout. One record per
      *> account BAD-DEBT-WRITEOFF has ever written off: the date of
      *> the first and the latest write-off, the total taken off
      *> the balance, and how much of that has since come back in.
      *> PAYMENT-POSTING reads it so a remittance against a
      *> written-off account is booked as a recovery instead of an
      *> overpayment, and adds to WO-AMOUNT-RECOVERED as it does.
       01 WRITEOFF-ACCOUNT-RECORD.
          05 WO-CUST-ID          PIC 9(6).
          05 FILLER              PIC X(2).
          05 WO-FIRST-DATE       PIC X(8).
          05 FILLER              PIC X(2).
          05 WO-LAST-DATE        PIC X(8).
          05 FILLER              PIC X(2).
          05 WO-AMOUNT-WRITTEN   PIC 9(8)V99.
          05 FILLER              PIC X(2).
          05 WO-AMOUNT-RECOVERED PIC 9(8)V99.
