      *> student - name, then one two-digit score per assignment,
      *> with room for ten score pairs. How many pairs the class
      *> actually carries is read off the first roster record by
      *> each program, not hardcoded. Columns 41-50 the course
      *> section the record belongs to (course-catalog.dat); a
      *> blank section is the one unnamed class the roster held
      *> before there were sections. Written and maintained by
      *> ROSTER-MAINT, graded by GRADING-SYSTEM.
       01 ROSTER-FILE-RECORD.
          05 RFR-STUDENT-NAME  PIC X(20).
             10 RFR-SCORE-X    PIC X(2).
             10 RFR-SCORE REDEFINES RFR-SCORE-X
                               PIC 99.
          05 RFR-SECTION-ID    PIC X(10).
