      *> Shared prior-period adjustment record layout. A posting job
      *> (SALES-POSTING, PAYMENT-POSTING, ACCRUAL, REFUND-ISSUE)
      *> that meets an item dated in a month MONTH-END-CLOSE has
      *> already closed does not post it: it CALLs PERIOD-ADJ-WRITER
      *> with one of these, which numbers it and appends it to
      *> prior-period-adjust.dat as pending. The record carries the
      *> job it came from, the day it arrived, the item's own date
      *> and closed period, the account, the signed amount the job
      *> would have added to CM-CUST-BALANCE, the job's own
      *> reference (the remitter's reference for a payment, the
      *> charge type for an accrual), and the original line.
      *> PERIOD-ADJ-APPROVE applies finance's decision - book it
      *> into the current period, or reopen its period and book it
      *> there - and stamps the outcome, the date, the period it
      *> was booked to, and who approved it. LATE-ITEM-REPORT reads
      *> the file back by closed period.
       01 PRIOR-PERIOD-ADJ-RECORD.
          05 PPA-ADJ-ID         PIC 9(6).
          05 FILLER             PIC X(2).
          05 PPA-SOURCE-JOB     PIC X(16).
          05 FILLER             PIC X(2).
          05 PPA-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(2).
          05 PPA-TRANS-DATE     PIC X(8).
          05 FILLER             PIC X(2).
          05 PPA-PERIOD         PIC X(6).
          05 FILLER             PIC X(2).
          05 PPA-CUST-ID        PIC 9(6).
          05 FILLER             PIC X(2).
          05 PPA-AMOUNT         PIC -9(8).99.
          05 FILLER             PIC X(2).
          05 PPA-REFERENCE      PIC X(12).
          05 FILLER             PIC X(2).
          05 PPA-STATUS         PIC X(1).
             88 PPA-PENDING         VALUE "P".
             88 PPA-BOOKED-CURRENT  VALUE "B".
             88 PPA-BOOKED-REOPENED VALUE "R".
          05 FILLER             PIC X(2).
          05 PPA-ACTION-DATE    PIC X(8).
          05 FILLER             PIC X(2).
          05 PPA-BOOKED-PERIOD  PIC X(6).
          05 FILLER             PIC X(2).
          05 PPA-APPROVED-BY    PIC X(8).
          05 FILLER             PIC X(2).
          05 PPA-ORIGINAL-TEXT  PIC X(40).
