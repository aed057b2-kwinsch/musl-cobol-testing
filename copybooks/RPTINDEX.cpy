      *> Shared report repository index layout. REPORT-FILE copies
      *> each report to a repository file stamped with the business
      *> date and keeps one of these per filed copy on
      *> report-index.dat: the report, the business date it was
      *> filed for, the job that produced it, its size in pages and
      *> lines, and the repository file holding the copy.
      *> REPORT-RETRIEVE reads the index to reprint a report by
      *> name and date.
       01 REPORT-INDEX-RECORD.
          05 RI-REPORT-FILE   PIC X(30).
          05 FILLER           PIC X(2).
          05 RI-BUSINESS-DATE PIC X(8).
          05 FILLER           PIC X(2).
          05 RI-JOB-NAME      PIC X(20).
          05 FILLER           PIC X(2).
          05 RI-PAGE-COUNT    PIC 9(5).
          05 FILLER           PIC X(2).
          05 RI-LINE-COUNT    PIC 9(7).
          05 FILLER           PIC X(2).
          05 RI-REPOSITORY-NAME PIC X(50).
