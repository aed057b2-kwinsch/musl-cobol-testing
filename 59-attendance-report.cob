      *> and one line per session date (marked, present, absent,
      *> excused) - so both "how is this student doing" and "what
      *> happened on the day" are answered from the file instead
      *> of the paper register. The report covers the one course
      *> section named by GRADING-SECTION in the environment, or
      *> the unnamed class with it unset.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             10 DS-EXCUSED      PIC 9(4).
       01 SUM-IDX-WORK       PIC S9(4) COMP.
       01 RECORD-COUNT       PIC 9(6) VALUE 0.
       01 SECTION-ID         PIC X(10) VALUE SPACES.

       01 ERRLOG-JOB-NAME    PIC X(30) VALUE "ATTENDANCE-REPORT".
       01 ERRLOG-TEXT        PIC X(80).
       MAIN-LOGIC.
           DISPLAY "Class Attendance Report"
           DISPLAY "========================"
           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               DISPLAY "Section " SECTION-ID
           END-IF

           OPEN INPUT ATTENDANCE-FILE
           IF ATTENDANCE-STATUS NOT = "00"
           STOP RUN.

       TALLY-ONE-MARK.
           IF ATT-SECTION-ID NOT = SECTION-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RECORD-COUNT
           PERFORM TALLY-STUDENT-SIDE
           PERFORM TALLY-SESSION-SIDE.
