      *> Shared transcript-history record layout. One record per
      *> student per course per term - the grade points earned in
      *> the course, with its course ID and credit hours (9V9) off
      *> course-catalog.dat - written by GRADING-SYSTEM as each
      *> section closes and read back by the transcript report, so
      *> end-of-year standing comes from the system instead of a
      *> folder of old printouts. A record from before there were
      *> courses has them blank and counts as one credit hour.
      *> TH-SECTION-ID names the section the grade was filed from,
      *> so closing one section of a course never touches another
      *> section's records; it is blank for the legacy unnamed
      *> class and on records filed before sections were carried.
       01 TRANSCRIPT-RECORD.
          05 TH-STUDENT-NAME   PIC X(20).
          05 FILLER            PIC X(2).
          05 TH-TERM-ID        PIC X(8).
          05 FILLER            PIC X(2).
          05 TH-GPA            PIC 9V99.
          05 FILLER            PIC X(2).
          05 TH-COURSE-ID      PIC X(8).
          05 FILLER            PIC X(2).
          05 TH-CREDIT-HOURS-X PIC X(2).
          05 TH-CREDIT-HOURS REDEFINES TH-CREDIT-HOURS-X
                               PIC 9V9.
          05 FILLER            PIC X(2).
          05 TH-SECTION-ID     PIC X(10).
