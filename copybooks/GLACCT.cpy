      *> Shared general-ledger chart-of-accounts record. One record
      *> per valid ledger account in gl-chart.dat, kept by Finance:
      *> the account name GL-EXTRACT writes to GLJ-ACCOUNT, its
      *> type (Asset, Liability, Equity, Revenue, eXpense), the
      *> side its balance normally sits on, a description for the
      *> trial balance, and the balance brought forward when the
      *> ledger is first posted (debit positive, credit negative),
      *> so A/R control can start level with the customer master.
      *> GL-EXTRACT refuses to release an entry to any account not
      *> listed here; GL-POSTING and TRIAL-BALANCE read it too.
       01 GL-ACCOUNT-RECORD.
          05 GA-ACCOUNT         PIC X(12).
          05 FILLER             PIC X(2).
          05 GA-ACCOUNT-TYPE    PIC X(1).
             88 GA-TYPE-VALID       VALUE "A" "L" "E" "R" "X".
          05 FILLER             PIC X(2).
          05 GA-NORMAL-BALANCE  PIC X(1).
             88 GA-NORMAL-DEBIT     VALUE "D".
             88 GA-NORMAL-CREDIT    VALUE "C".
          05 FILLER             PIC X(2).
          05 GA-DESCRIPTION     PIC X(30).
          05 FILLER             PIC X(2).
          05 GA-OPENING-BALANCE PIC -9(11).99.
