      *> Shared product sales history layout. SALES-ANALYSIS
      *> appends one record per product and feed each time it
      *> reports a day - the same figures as its printed report -
      *> so month and year-to-date product actuals can be built up
      *> from days processed.txt no longer holds. PSH-RUN-STAMP is
      *> the moment the analysis ran: a rerun for the same business
      *> date appends a fresh set, and only the latest set for a
      *> date stands.
       01 PRODUCT-SALES-HISTORY-RECORD.
          05 PSH-RUN-DATE      PIC X(8).
          05 FILLER            PIC X(2).
          05 PSH-RUN-STAMP     PIC X(14).
          05 FILLER            PIC X(2).
          05 PSH-PRODUCT-CODE  PIC X(10).
          05 FILLER            PIC X(2).
          05 PSH-FEED-NAME     PIC X(20).
          05 FILLER            PIC X(2).
          05 PSH-TRANS-COUNT   PIC 9(6).
          05 FILLER            PIC X(2).
          05 PSH-UNITS-SOLD    PIC 9(9).
          05 FILLER            PIC X(2).
          05 PSH-SALES-TOTAL   PIC -9(9).99.
