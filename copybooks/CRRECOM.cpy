      *> Shared credit-limit recommendation record layout: one line
      *> per account the latest CREDIT-REVIEW recommends a change
      *> for, with the limit it was reviewed at and the limit it
      *> recommends. Rewritten whole by each review; read by
      *> CREDIT-LIMIT-ACCEPT against the credit desk's acceptances.
       01 CREDIT-RECOMMEND-RECORD.
          05 CR-REVIEW-DATE      PIC X(8).
          05 FILLER              PIC X(2).
          05 CR-CUST-ID          PIC 9(6).
          05 FILLER              PIC X(2).
          05 CR-SCORE            PIC 9(3).
          05 FILLER              PIC X(2).
          05 CR-ACTION           PIC X(1).
             88 CR-INCREASE      VALUE "I".
             88 CR-DECREASE      VALUE "D".
          05 FILLER              PIC X(2).
          05 CR-CURRENT-LIMIT    PIC 9(6)V99.
          05 FILLER              PIC X(2).
          05 CR-NEW-LIMIT        PIC 9(6)V99.
