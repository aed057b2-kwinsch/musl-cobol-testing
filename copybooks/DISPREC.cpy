      *> Shared sales-dispute record layout. One record per disputed
      *> posting, identified the way sales-posting-journal.dat
      *> identifies it - customer ID, run date, and the posted
      *> amount (the PJ-AMOUNT as applied to the balance). Kept
      *> whole in sales-disputes.dat by DISPUTE-MAINT; resolved
      *> disputes stay on file with their outcome. AR-AGING,
      *> SALES-POSTING, and JSON-DEMO read it to leave the amount
      *> of every OPEN dispute out of the account's exposure.
       01 DISPUTE-RECORD.
          05 DSP-CUST-ID       PIC 9(6).
          05 FILLER            PIC X(2).
          05 DSP-POST-DATE     PIC X(8).
          05 FILLER            PIC X(2).
          05 DSP-AMOUNT        PIC S9(4)V99.
          05 FILLER            PIC X(2).
          05 DSP-STATUS        PIC X(1).
             88 DSP-IS-OPEN        VALUE "O".
             88 DSP-IS-CREDITED    VALUE "C".
             88 DSP-IS-UPHELD      VALUE "U".
          05 FILLER            PIC X(2).
          05 DSP-OPENED-DATE   PIC X(8).
          05 FILLER            PIC X(2).
          05 DSP-RESOLVED-DATE PIC X(8).
          05 FILLER            PIC X(2).
          05 DSP-REASON        PIC X(20).
