      *> Shared recurring-billing contract record layout. One record
      *> per contract in billing-contracts.dat: the customer and
      *> product code the charge is sold under, the amount billed
      *> each period (at most 9999.99 - the six amount digits of a
      *> sales detail line), how often it bills (monthly,
      *> quarterly, annually, on the same day of the month as the
      *> start date), the start and end dates (end blank for an
      *> open-ended contract), the next date a charge falls due and
      *> the last date one was billed. Kept by CONTRACT-MAINT (add,
      *> end-date change, cancel); CONTRACT-BILLING bills what is
      *> due, moves the next bill date on, and marks a contract
      *> expired once the next bill date passes its end date.
       01 BILLING-CONTRACT-RECORD.
          05 BC-CONTRACT-ID      PIC X(8).
          05 FILLER              PIC X(2).
          05 BC-CUST-ID          PIC 9(6).
          05 FILLER              PIC X(2).
          05 BC-PRODUCT-CODE     PIC X(10).
          05 FILLER              PIC X(2).
          05 BC-AMOUNT           PIC 9(4)V99.
          05 FILLER              PIC X(2).
          05 BC-FREQUENCY        PIC X(1).
             88 BC-MONTHLY           VALUE "M".
             88 BC-QUARTERLY         VALUE "Q".
             88 BC-ANNUAL            VALUE "A".
          05 FILLER              PIC X(2).
          05 BC-START-DATE       PIC X(8).
          05 FILLER              PIC X(2).
          05 BC-END-DATE         PIC X(8).
          05 FILLER              PIC X(2).
          05 BC-NEXT-BILL-DATE   PIC X(8).
          05 FILLER              PIC X(2).
          05 BC-LAST-BILLED-DATE PIC X(8).
          05 FILLER              PIC X(2).
          05 BC-STATUS           PIC X(1).
             88 BC-ACTIVE            VALUE "A".
             88 BC-EXPIRED           VALUE "E".
             88 BC-CANCELLED         VALUE "X".
          05 FILLER              PIC X(2).
          05 BC-STATUS-DATE      PIC X(8).
