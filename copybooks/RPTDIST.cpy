      *> Shared report distribution table layout, one record per
      *> printed report on report-distribution.ctl: the report's
      *> output file, the job that produces it, how many days its
      *> filed copies are kept in the report repository (zero
      *> keeps them indefinitely), and the departments that
      *> receive it, as codes separated by spaces. Read by
      *> REPORT-FILE, which files each report under the business
      *> date, routes it, and applies the retention; and by
      *> REPORT-RETRIEVE, which shows who received a reprint.
       01 REPORT-DISTRIBUTION-RECORD.
          05 RD-REPORT-FILE   PIC X(30).
          05 FILLER           PIC X(2).
          05 RD-JOB-NAME      PIC X(20).
          05 FILLER           PIC X(2).
          05 RD-RETAIN-DAYS   PIC 9(4).
          05 FILLER           PIC X(2).
          05 RD-DEPARTMENTS   PIC X(60).
