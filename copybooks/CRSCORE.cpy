      *> Shared credit-score history record layout: one line per
      *> account per monthly CREDIT-REVIEW - the score and the
      *> points behind it, whether the account owed money at the
      *> review and whether it paid anything in the month, and the
      *> limit recommendation made. The owed/paid pair is what the
      *> next reviews measure payment regularity from, since the
      *> live payment journal is cut every month end.
       01 CREDIT-SCORE-RECORD.
          05 CS-REVIEW-MONTH     PIC X(6).
          05 FILLER              PIC X(2).
          05 CS-REVIEW-DATE      PIC X(8).
          05 FILLER              PIC X(2).
          05 CS-CUST-ID          PIC 9(6).
          05 FILLER              PIC X(2).
          05 CS-SCORE            PIC 9(3).
          05 FILLER              PIC X(2).
          05 CS-AGING-POINTS     PIC 9(3).
          05 FILLER              PIC X(1).
          05 CS-HOLD-POINTS      PIC 9(3).
          05 FILLER              PIC X(1).
          05 CS-PAYMENT-POINTS   PIC 9(3).
          05 FILLER              PIC X(1).
          05 CS-OVERLIMIT-POINTS PIC 9(3).
          05 FILLER              PIC X(1).
          05 CS-USAGE-POINTS     PIC 9(3).
          05 FILLER              PIC X(2).
          05 CS-DEBT             PIC S9(8)V99.
          05 FILLER              PIC X(2).
          05 CS-OWED-FLAG        PIC X(1).
             88 CS-OWED          VALUE "Y".
          05 CS-PAID-FLAG        PIC X(1).
             88 CS-PAID          VALUE "Y".
          05 FILLER              PIC X(2).
          05 CS-CREDIT-LIMIT     PIC 9(6)V99.
          05 FILLER              PIC X(2).
          05 CS-ACTION           PIC X(1).
          05 FILLER              PIC X(2).
          05 CS-NEW-LIMIT        PIC 9(6)V99.
