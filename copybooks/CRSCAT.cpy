      *> Shared course-catalog record layout: one record per course
      *> section offered in a term, kept by the registrar on
      *> course-catalog.dat. The section ID is what the roster,
      *> attendance and category records carry to say which class
      *> they belong to; the course ID and credit hours are what a
      *> closed section files on the transcript. Credit hours are
      *> 9V9 ("30" = 3.0).
       01 COURSE-CATALOG-RECORD.
          05 CC-SECTION-ID     PIC X(10).
          05 FILLER            PIC X(2).
          05 CC-COURSE-ID      PIC X(8).
          05 FILLER            PIC X(2).
          05 CC-COURSE-TITLE   PIC X(30).
          05 FILLER            PIC X(2).
          05 CC-CREDIT-HOURS-X PIC X(2).
          05 CC-CREDIT-HOURS REDEFINES CC-CREDIT-HOURS-X
                               PIC 9V9.
          05 FILLER            PIC X(2).
          05 CC-TERM-ID        PIC X(8).
