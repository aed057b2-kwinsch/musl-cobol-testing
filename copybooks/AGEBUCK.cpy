      *> Shared per-debtor aging extract record layout: one line per
      *> debtor account AR-AGING aged, the run it came from, and
      *> the account's debt (carried positive here) spread across
      *> the current/30/60/90+ buckets. Rewritten whole by AR-AGING
      *> each run; read by CREDIT-REVIEW for the bucket mix.
       01 AGING-BUCKET-RECORD.
          05 AB-RUN-DATE      PIC X(8).
          05 FILLER           PIC X(2).
          05 AB-CUST-ID       PIC 9(6).
          05 FILLER           PIC X(2).
          05 AB-BUCKET-ENTRY  OCCURS 4 TIMES.
             10 AB-BUCKET     PIC S9(8)V99.
             10 FILLER        PIC X(2).
          05 AB-TOTAL-DEBT    PIC S9(8)V99.
