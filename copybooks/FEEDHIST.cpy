      *> Shared feed-arrival history record layout, one record per
      *> expected regional feed per business date it was due,
      *> appended to feed-arrival-history.dat by
      *> FEED-ARRIVAL-CHECK and read back by FEED-ARRIVAL-REPORT.
      *> The arrival date and time are the feed file's last
      *> modification stamp (blank when the file was not there);
      *> FA-MINUTES-LATE is how far past the cutoff it landed. A
      *> rerun of the check for the same date appends again - the
      *> latest record per feed per date stands.
       01 FEED-ARRIVAL-RECORD.
          05 FA-RUN-DATE        PIC X(8).
          05 FILLER             PIC X(2).
          05 FA-FEED-NAME       PIC X(20).
          05 FILLER             PIC X(2).
          05 FA-OFFICE          PIC X(12).
          05 FILLER             PIC X(2).
          05 FA-CUTOFF-TIME     PIC X(4).
          05 FILLER             PIC X(2).
          05 FA-ARRIVAL-DATE    PIC X(8).
          05 FILLER             PIC X(2).
          05 FA-ARRIVAL-TIME    PIC X(4).
          05 FILLER             PIC X(2).
          05 FA-FEED-SIZE       PIC 9(10).
          05 FILLER             PIC X(2).
          05 FA-OUTCOME         PIC X(8).
             88 FA-ON-TIME          VALUE "ON TIME".
             88 FA-LATE             VALUE "LATE".
             88 FA-MISSING          VALUE "MISSING".
             88 FA-EMPTY            VALUE "EMPTY".
             88 FA-STALE            VALUE "STALE".
             88 FA-NOT-IN-RUN       VALUE "NOTINRUN".
          05 FILLER             PIC X(2).
          05 FA-MINUTES-LATE    PIC 9(5).
