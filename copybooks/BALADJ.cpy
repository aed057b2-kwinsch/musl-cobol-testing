      *> Shared manual balance adjustment record layout, one record
      *> per adjustment in balance-adjust.dat. CUST-MAINT's B
      *> transaction adds one as pending - the account, the signed
      *> amount to add to CM-CUST-BALANCE, the reason code (one of
      *> those on balance-adj-reasons.ctl), and the operator who
      *> keyed it. A second operator approves or rejects it through
      *> OPERATOR-MENU, which stamps who decided and when; the
      *> keying operator cannot decide their own. BAL-ADJ-POST
      *> books the approved ones, expires any left pending too
      *> long, reports the rejected and expired ones, and stamps
      *> the date each reached its final state.
       01 BALANCE-ADJUST-RECORD.
          05 BA-ADJ-ID          PIC 9(6).
          05 FILLER             PIC X(2).
          05 BA-CUST-ID         PIC 9(6).
          05 FILLER             PIC X(2).
          05 BA-AMOUNT          PIC -9(6).99.
          05 FILLER             PIC X(2).
          05 BA-REASON          PIC X(8).
          05 FILLER             PIC X(2).
          05 BA-ENTERED-BY      PIC X(8).
          05 FILLER             PIC X(2).
          05 BA-ENTERED-DATE    PIC X(8).
          05 FILLER             PIC X(2).
          05 BA-STATUS          PIC X(1).
             88 BA-PENDING          VALUE "P".
             88 BA-APPROVED         VALUE "A".
             88 BA-REJECTED         VALUE "R".
             88 BA-EXPIRED          VALUE "E".
             88 BA-BOOKED           VALUE "B".
          05 FILLER             PIC X(2).
          05 BA-DECIDED-BY      PIC X(8).
          05 FILLER             PIC X(2).
          05 BA-DECIDED-DATE    PIC X(8).
          05 FILLER             PIC X(2).
          05 BA-CLOSED-DATE     PIC X(8).
