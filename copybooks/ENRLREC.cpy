      *> Shared course-enrollment record layout: one record per
      *> student per course section, on course-enrollment.dat.
      *> ROSTER-MAINT's enroll and drop transactions keep it, so it
      *> holds every student who has been on a section this term
      *> and whether they are still enrolled, with the date of the
      *> last change.
       01 ENROLLMENT-RECORD.
          05 EN-SECTION-ID     PIC X(10).
          05 FILLER            PIC X(2).
          05 EN-STUDENT-NAME   PIC X(20).
          05 FILLER            PIC X(2).
          05 EN-TERM-ID        PIC X(8).
          05 FILLER            PIC X(2).
          05 EN-STATUS         PIC X(1).
             88 EN-ENROLLED    VALUE "E".
             88 EN-DROPPED     VALUE "D".
          05 FILLER            PIC X(2).
          05 EN-STATUS-DATE    PIC X(8).
