      *> Shared general-ledger balance record. One record per
      *> account in gl-balances.dat, kept by GL-POSTING: the running
      *> balance (debit positive, credit negative), the debits and
      *> credits posted in the month named in GB-PERIOD, and the
      *> last journal date applied. TRIAL-BALANCE reads it.
       01 GL-BALANCE-RECORD.
          05 GB-ACCOUNT         PIC X(12).
          05 FILLER             PIC X(2).
          05 GB-BALANCE         PIC S9(11)V99.
          05 FILLER             PIC X(2).
          05 GB-PERIOD          PIC X(6).
          05 FILLER             PIC X(2).
          05 GB-PERIOD-DEBITS   PIC S9(11)V99.
          05 FILLER             PIC X(2).
          05 GB-PERIOD-CREDITS  PIC S9(11)V99.
          05 FILLER             PIC X(2).
          05 GB-LAST-POSTED     PIC X(8).
