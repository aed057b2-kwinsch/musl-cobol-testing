      *> class-roster.txt carries. The status byte is P (present),
      *> A (absent, unexcused), or E (excused). Maintained by
      *> ATTENDANCE-MAINT, summarized by ATTENDANCE-REPORT, and
      *> read by GRADING-SYSTEM for the attendance penalty. Columns
      *> 36-45 the course section, blank for the unnamed class, as
      *> on the roster.
       01 ATTENDANCE-RECORD.
          05 ATT-STUDENT-NAME PIC X(20).
          05 FILLER           PIC X(2).
             88 ATT-PRESENT   VALUE "P".
             88 ATT-ABSENT    VALUE "A".
             88 ATT-EXCUSED   VALUE "E".
          05 FILLER           PIC X(2).
          05 ATT-SECTION-ID   PIC X(10).
