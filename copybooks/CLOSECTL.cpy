      *> Shared closed-period calendar record layout, one record per
      *> close action in month-end-close.ctl. MONTH-END-CLOSE
      *> appends a close as it closes a month; PERIOD-ADJ-APPROVE
      *> appends a reopen when finance reopens a closed month under
      *> audit, naming who reopened it and the prior-period
      *> adjustment that prompted it. The latest record for a month
      *> is the one that stands: a month whose latest record is a
      *> reopen is open again until MONTH-END-CLOSE closes it once
      *> more. Records written before the action byte existed
      *> carry only the month and read as closes.
       01 CLOSE-CONTROL-RECORD.
          05 CLOSED-MONTH       PIC X(6).
          05 FILLER             PIC X(2).
          05 CLOSE-ACTION       PIC X(1).
             88 CLOSE-IS-CLOSE      VALUE "C" " ".
             88 CLOSE-IS-REOPEN     VALUE "R".
          05 FILLER             PIC X(2).
          05 CLOSE-ACTION-DATE  PIC X(8).
          05 FILLER             PIC X(2).
          05 CLOSE-ACTION-BY    PIC X(16).
          05 FILLER             PIC X(2).
          05 CLOSE-ADJ-ID       PIC X(6).
