      *> Shared customer-to-rep assignment layout. One record per
      *> assignment, appended by REP-MAINT and never rewritten: an
      *> account belongs to the rep on its latest assignment whose
      *> effective date is on or before the day in question, so a
      *> territory reassigned mid-month credits the sales before
      *> the effective date to the old rep and those from it on to
      *> the new one.
       01 REP-ASSIGNMENT-RECORD.
          05 RA-CUST-ID        PIC 9(6).
          05 FILLER            PIC X(2).
          05 RA-REP-ID         PIC X(6).
          05 FILLER            PIC X(2).
          05 RA-EFFECTIVE-DATE PIC X(8).
          05 FILLER            PIC X(2).
          05 RA-ENTERED-DATE   PIC X(8).
