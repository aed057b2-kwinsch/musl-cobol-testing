      *> Shared applied-payment reference layout. PAYMENT-POSTING
      *> appends one record per remittance it applies to
      *> payment-references.dat, alongside the POSTJRNL-shape
      *> payment journal, carrying what that journal has no room
      *> for: the payment date and the remitter's reference. The
      *> bank deposit reconciliation matches the bank's deposit
      *> file against these records by reference and amount.
      *> PR-SOURCE tells a payment PERIOD-ADJ-APPROVE wrote when it
      *> approved a late-dated remittance (L) from one
      *> PAYMENT-POSTING applied (blank).
       01 PAYMENT-REFERENCE-RECORD.
          05 PR-RUN-DATE       PIC X(8).
          05 FILLER            PIC X(2).
          05 PR-CUST-ID        PIC 9(6).
          05 FILLER            PIC X(2).
          05 PR-AMOUNT         PIC 9(7).99.
          05 FILLER            PIC X(2).
          05 PR-PAY-DATE       PIC X(8).
          05 FILLER            PIC X(2).
          05 PR-REFERENCE      PIC X(12).
          05 FILLER            PIC X(2).
          05 PR-SOURCE         PIC X(1).
             88 PR-FROM-POSTING    VALUE SPACE.
             88 PR-LATE-APPROVAL   VALUE "L".
