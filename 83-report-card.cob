       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-CARD.

      *> Per-student report cards. GRADING-SYSTEM's roster report is
      *> one class-wide listing for the teacher; this prints one
      *> page per student for the student and the family: every
      *> assignment score with its grading-category.ctl category
      *> and letter, the weighted average for each category, the
      *> term average and letter grade, the term GPA exactly as
      *> TERM-GPA-CALC computes it for the close, and the
      *> attendance counts off class-attendance.dat. Cards go to
      *> report-cards.txt, each on its own page.
      *>
      *> With REPORT-CARD-MODE=M in the environment the run is the
      *> mid-term deficiency run instead: only students currently
      *> below the threshold grade, or at or over grading-term.ctl's
      *> unexcused-absence limit, get a notice, written to
      *> deficiency-notices.txt one page each, while there is
      *> still time to recover. Mid-term, a score pair not yet
      *> keyed on the roster is an assignment not yet graded and
      *> is left out of the averages; on the full cards it counts
      *> as zero, as it does when GRADING-SYSTEM closes the term.
      *>
      *> The threshold is grading-deficiency.ctl, alongside the
      *> other grading controls: column 1 the letter grade a
      *> student must be below to get a notice. With no control on
      *> file the threshold is C.
      *>
      *> Like GRADING-SYSTEM, a run covers one course section, named
      *> by GRADING-SECTION in the environment and looked up on
      *> course-catalog.dat: that section's roster, category
      *> weights and attendance, with the course heading each page.
      *> Unset, the run covers the unnamed class as it always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "class-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "grading-term.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT CATEGORY-FILE ASSIGN TO "grading-category.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATEGORY-FILE-STATUS.
           SELECT DEFICIENCY-FILE ASSIGN TO "grading-deficiency.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFICIENCY-FILE-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "class-attendance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.
           SELECT CARD-FILE ASSIGN TO "report-cards.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "deficiency-notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ROSTER-FILE.
       COPY ROSTREC.

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TERM-ID           PIC X(8).
          05 FILLER            PIC X(2).
          05 TERM-ABSENCE-LIMIT-X PIC X(2).
          05 TERM-ABSENCE-LIMIT REDEFINES TERM-ABSENCE-LIMIT-X
                               PIC 9(2).
          05 FILLER            PIC X(2).
          05 TERM-PENALTY-X    PIC X(3).
          05 TERM-PENALTY REDEFINES TERM-PENALTY-X
                               PIC 9V99.

       FD CATEGORY-FILE.
       01 CATEGORY-RECORD.
          05 CAT-POSITION-X   PIC X(2).
          05 CAT-POSITION REDEFINES CAT-POSITION-X
                              PIC 9(2).
          05 FILLER           PIC X(2).
          05 CAT-CATEGORY     PIC X(10).
          05 FILLER           PIC X(2).
          05 CAT-WEIGHT-X     PIC X(3).
          05 CAT-WEIGHT REDEFINES CAT-WEIGHT-X
                              PIC 9(3).
          05 FILLER           PIC X(2).
          05 CAT-SECTION-ID   PIC X(10).

       FD DEFICIENCY-FILE.
       01 DEFICIENCY-RECORD.
          05 DEF-THRESHOLD-GRADE PIC X(1).

       FD ATTENDANCE-FILE.
       COPY ATTREC.

       FD CARD-FILE.
       01 CARD-LINE           PIC X(80).

       FD NOTICE-FILE.
       01 NOTICE-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 ROSTER-FILE-STATUS  PIC X(2).
       01 TERM-FILE-STATUS    PIC X(2).
       01 CATEGORY-FILE-STATUS PIC X(2).
       01 DEFICIENCY-FILE-STATUS PIC X(2).
       01 ATTENDANCE-STATUS   PIC X(2).
       01 CARD-FILE-STATUS    PIC X(2).
       01 NOTICE-FILE-STATUS  PIC X(2).

       01 ROSTER-EOF-FLAG     PIC X VALUE "N".
          88 ROSTER-AT-END    VALUE "Y".
       01 CATEGORY-EOF-FLAG   PIC X VALUE "N".
          88 CATEGORY-AT-END  VALUE "Y".
       01 ATTEND-EOF-FLAG     PIC X VALUE "N".
          88 ATTEND-AT-END    VALUE "Y".

       01 RUN-MODE            PIC X VALUE SPACE.
          88 MID-TERM-MODE    VALUE "M".

      *> Same bands as GRADING-SYSTEM and TERM-GPA-CALC, highest
      *> first. A term average can fall between two bands (89.50),
      *> so a letter is the first band whose low score it reaches.
       01 GRADE-BAND-TABLE.
          05 GRADE-BAND OCCURS 5 TIMES.
             10 GB-LOW-SCORE  PIC 99.
             10 GB-LETTER     PIC X.
       01 GRADE-BAND-INDEX    PIC 9 COMP.

      *> The roster as keyed: a score pair still blank is kept
      *> blank, so the mid-term run can tell it from a zero.
       01 STUDENT-COUNT       PIC 9(3) VALUE 0.
       01 ASSIGNMENT-COUNT    PIC 9(2) VALUE 0.
       01 ROSTER-CAPACITY     PIC 9(3) VALUE 100.
       01 ROSTER-TRUNC-FLAG   PIC X VALUE "N".
          88 ROSTER-LOAD-TRUNCATED VALUE "Y".
       01 STUDENT-ROSTER.
          05 STUDENT-ENTRY OCCURS 100 TIMES.
             10 STUDENT-NAME     PIC X(20).
             10 STUDENT-SCORE-X OCCURS 10 TIMES PIC X(2).
       01 STUDENT-INDEX       PIC 9(3) COMP.
       01 ASSIGNMENT-INDEX    PIC 9(2) COMP.

      *> Category per score position and its weight. With no
      *> category control every position weighs equally under the
      *> one category ALL WORK.
       01 WEIGHTS-FLAG        PIC X VALUE "N".
          88 HAVE-CATEGORY-WEIGHTS VALUE "Y".
       01 WEIGHT-TABLE.
          05 WEIGHT-ENTRY OCCURS 10 TIMES.
             10 WGT-CATEGORY PIC X(10).
             10 WGT-PERCENT  PIC 9(3).
             10 WGT-COVERED  PIC X.
       01 WEIGHT-SUM          PIC 9(4).

      *> The blank-section records, which apply to a section with
      *> none of its own, and whether either set held a bad one.
       01 DEFAULT-WEIGHT-TABLE.
          05 DEFAULT-WEIGHT-ENTRY OCCURS 10 TIMES.
             10 DWGT-CATEGORY PIC X(10).
             10 DWGT-PERCENT  PIC 9(3).
             10 DWGT-COVERED  PIC X.
       01 SECTION-WEIGHTS-FLAG PIC X VALUE "N".
          88 SECTION-HAS-WEIGHTS VALUE "Y".
       01 DEFAULT-WEIGHTS-FLAG PIC X VALUE "N".
          88 DEFAULT-HAS-WEIGHTS VALUE "Y".
       01 SECTION-BAD-FLAG    PIC X VALUE "N".
          88 SECTION-WEIGHTS-BAD VALUE "Y".
       01 DEFAULT-BAD-FLAG    PIC X VALUE "N".
          88 DEFAULT-WEIGHTS-BAD VALUE "Y".

      *> The course section this run covers and its catalog entry.
       01 SECTION-ID          PIC X(10) VALUE SPACES.
       01 SECTION-FOUND-FLAG  PIC X VALUE "N".
          88 SECTION-IS-CATALOGED VALUE "Y".
       COPY CRSCAT.

      *> The distinct categories, in position order, with one
      *> student's weighted totals.
       01 CATEGORY-COUNT      PIC 9(2) VALUE 0.
       01 CATEGORY-TABLE.
          05 CATEGORY-ENTRY OCCURS 10 TIMES.
             10 CT-CATEGORY     PIC X(10).
             10 CT-WEIGHT       PIC 9(3).
             10 CT-POINTS       PIC 9(5).
             10 CT-WEIGHT-USED  PIC 9(4).
       01 CATEGORY-INDEX      PIC 9(2) COMP.

       01 TERM-ID-TAG         PIC X(8) VALUE SPACES.
       01 ABSENCE-LIMIT       PIC 9(2) VALUE 0.
       01 THRESHOLD-GRADE     PIC X VALUE "C".
       01 THRESHOLD-SCORE     PIC 99.

      *> Attendance counts per student, one pass of the file.
       01 ATTEND-COUNT PIC S9(4) COMP VALUE 0.
       01 ATTEND-TABLE.
          05 ATTEND-ENTRY OCCURS 0 TO 100 TIMES
                          DEPENDING ON ATTEND-COUNT
                          INDEXED BY ATT-IDX.
             10 AC-STUDENT-NAME PIC X(20).
             10 AC-SESSIONS     PIC 9(4).
             10 AC-PRESENT      PIC 9(4).
             10 AC-ABSENT       PIC 9(4).
             10 AC-EXCUSED      PIC 9(4).

      *> One student's figures as the card or notice is built.
       01 STUDENT-SESSIONS    PIC 9(4).
       01 STUDENT-PRESENT     PIC 9(4).
       01 STUDENT-ABSENT      PIC 9(4).
       01 STUDENT-EXCUSED     PIC 9(4).
       01 SCORE-VALUE         PIC 99.
       01 SCORE-KEYED-FLAG    PIC X.
          88 SCORE-IS-KEYED   VALUE "Y".
       01 SCORES-COUNTED      PIC 9(2).
       01 TERM-POINTS         PIC 9(5).
       01 TERM-WEIGHT-USED    PIC 9(4).
       01 TERM-AVERAGE        PIC 9(3)V99.
       01 CATEGORY-AVERAGE    PIC 9(3)V99.
       01 AVERAGE-SCORE       PIC 9(3)V99.
       01 AVERAGE-LETTER      PIC X.
       01 TERM-LETTER         PIC X.
       01 BELOW-FLAG          PIC X.
          88 BELOW-THRESHOLD  VALUE "Y".
       01 ABSENCE-FLAG        PIC X.
          88 OVER-ABSENCE-LIMIT VALUE "Y".

      *> Interface area for the shared TERM-GPA-CALC subprogram.
       01 CALC-STUDENT-NAME   PIC X(20).
       01 CALC-SCORE-AREA.
          05 CALC-SCORE OCCURS 10 TIMES PIC 99.
       01 CALC-SCORE-COUNT    PIC 9(2).
       01 CALC-TERM-GPA       PIC 9V99.

       01 OUTPUT-LINE         PIC X(80).
       01 PAGE-STARTED-FLAG   PIC X VALUE "N".
          88 FIRST-PAGE-WRITTEN VALUE "Y".
       01 SCORE-DISPLAY       PIC Z9.
       01 AVERAGE-DISPLAY     PIC ZZ9.99.
       01 WEIGHT-DISPLAY      PIC ZZ9.
       01 GPA-DISPLAY         PIC 9.99.
       01 COUNT-DISPLAY       PIC ZZZ9.
       01 POSITION-DISPLAY    PIC Z9.

       01 PAGES-WRITTEN       PIC 9(4) VALUE 0.
       01 BELOW-COUNT         PIC 9(4) VALUE 0.
       01 ABSENCE-NOTICE-COUNT PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "REPORT-CARD".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-MODE FROM ENVIRONMENT "REPORT-CARD-MODE"

           IF MID-TERM-MODE
               DISPLAY "Mid-Term Deficiency Notices"
               DISPLAY "============================"
           ELSE
               DISPLAY "Student Report Cards"
               DISPLAY "====================="
           END-IF
           DISPLAY " "

           MOVE SPACES TO COURSE-CATALOG-RECORD
           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               PERFORM LOOK-UP-SECTION
           END-IF

           PERFORM LOAD-GRADE-BANDS
           PERFORM READ-TERM-CONTROL
           PERFORM READ-DEFICIENCY-CONTROL

           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS NOT = "00"
               DISPLAY "No class-roster.txt on file - nothing to "
                   "report."
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ROSTER

           PERFORM LOAD-CATEGORY-WEIGHTS
           PERFORM BUILD-CATEGORY-LIST
           PERFORM LOAD-ATTENDANCE-COUNTS

           IF MID-TERM-MODE
               OPEN OUTPUT NOTICE-FILE
               MOVE NOTICE-FILE-STATUS TO CARD-FILE-STATUS
           ELSE
               OPEN OUTPUT CARD-FILE
           END-IF
           IF CARD-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open the report card output, "
                   "status " CARD-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               PERFORM REPORT-ONE-STUDENT
           END-PERFORM

           IF MID-TERM-MODE
               CLOSE NOTICE-FILE
               DISPLAY "Students on roster:      " STUDENT-COUNT
               DISPLAY "Below grade " THRESHOLD-GRADE
                   ":           " BELOW-COUNT
               DISPLAY "At the absence limit:    "
                   ABSENCE-NOTICE-COUNT
               DISPLAY "Notices written:         " PAGES-WRITTEN
               DISPLAY "Wrote deficiency-notices.txt"
           ELSE
               CLOSE CARD-FILE
               DISPLAY "Students on roster:      " STUDENT-COUNT
               DISPLAY "Report cards written:    " PAGES-WRITTEN
               DISPLAY "Wrote report-cards.txt"
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> A named section must be on the catalog for the term, as
      *> GRADING-SYSTEM requires before it grades one.
       LOOK-UP-SECTION.
           CALL "SECTION-LOOKUP" USING
               BY REFERENCE SECTION-ID
               BY REFERENCE COURSE-CATALOG-RECORD
               BY REFERENCE SECTION-FOUND-FLAG
           IF NOT SECTION-IS-CATALOGED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Section " SECTION-ID
                   " not on course-catalog.dat for the term"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Section " SECTION-ID "  " CC-COURSE-ID "  "
               CC-COURSE-TITLE
           DISPLAY " ".

       LOAD-GRADE-BANDS.
           MOVE 90 TO GB-LOW-SCORE(1)
           MOVE "A" TO GB-LETTER(1)
           MOVE 80 TO GB-LOW-SCORE(2)
           MOVE "B" TO GB-LETTER(2)
           MOVE 70 TO GB-LOW-SCORE(3)
           MOVE "C" TO GB-LETTER(3)
           MOVE 60 TO GB-LOW-SCORE(4)
           MOVE "D" TO GB-LETTER(4)
           MOVE 0  TO GB-LOW-SCORE(5)
           MOVE "F" TO GB-LETTER(5).

      *> The term heads every page; the absence limit is the same
      *> one TERM-GPA-CALC penalizes at, and applies only when the
      *> term record carries a usable attendance policy.
       READ-TERM-CONTROL.
           OPEN INPUT TERM-FILE
           IF TERM-FILE-STATUS = "00"
               READ TERM-FILE
                   AT END CONTINUE
               END-READ
               IF TERM-FILE-STATUS = "00"
                   MOVE TERM-ID TO TERM-ID-TAG
                   IF TERM-ABSENCE-LIMIT-X IS NUMERIC
                       MOVE TERM-ABSENCE-LIMIT TO ABSENCE-LIMIT
                   END-IF
               END-IF
               CLOSE TERM-FILE
           END-IF.

      *> An unknown letter on the control is a keyed mistake; the
      *> default stands rather than notices going to no one (an
      *> F threshold is allowed - it means absences only).
       READ-DEFICIENCY-CONTROL.
           OPEN INPUT DEFICIENCY-FILE
           IF DEFICIENCY-FILE-STATUS = "00"
               READ DEFICIENCY-FILE
                   AT END CONTINUE
               END-READ
               IF DEFICIENCY-FILE-STATUS = "00"
                   IF DEF-THRESHOLD-GRADE = "A" OR "B" OR "C" OR
                      "D" OR "F"
                       MOVE DEF-THRESHOLD-GRADE TO THRESHOLD-GRADE
                   ELSE
                       SET JOB-RC-WARNING TO TRUE
                       MOVE SPACES TO ERRLOG-TEXT
                       STRING "grading-deficiency.ctl grade is not "
                           "A-D or F - threshold C used"
                           DELIMITED BY SIZE INTO ERRLOG-TEXT
                       CALL "ERRLOG-WRITER" USING
                           BY REFERENCE ERRLOG-JOB-NAME
                           BY REFERENCE JOB-RETURN-CODE
                           BY REFERENCE ERRLOG-TEXT
                       DISPLAY "WARNING: " ERRLOG-TEXT
                   END-IF
               END-IF
               CLOSE DEFICIENCY-FILE
           END-IF
           PERFORM VARYING GRADE-BAND-INDEX FROM 1 BY 1
               UNTIL GRADE-BAND-INDEX > 5
               IF GB-LETTER(GRADE-BAND-INDEX) = THRESHOLD-GRADE
                   MOVE GB-LOW-SCORE(GRADE-BAND-INDEX)
                       TO THRESHOLD-SCORE
               END-IF
           END-PERFORM.

      *> Same load as GRADING-SYSTEM's: the assignment count comes
      *> off the first record, and a class past capacity is
      *> reported rather than students silently left without a
      *> card. Other sections' records are passed over.
       LOAD-ROSTER.
           PERFORM UNTIL ROSTER-AT-END
               READ ROSTER-FILE
                   AT END SET ROSTER-AT-END TO TRUE
                   NOT AT END
                       IF RFR-SECTION-ID = SECTION-ID
                           IF STUDENT-COUNT < ROSTER-CAPACITY
                               PERFORM STORE-ROSTER-RECORD
                           ELSE
                               SET ROSTER-LOAD-TRUNCATED TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-FILE
           IF ROSTER-LOAD-TRUNCATED
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "class-roster.txt exceeds " ROSTER-CAPACITY
                   " students - cards cover the first "
                   ROSTER-CAPACITY
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

       STORE-ROSTER-RECORD.
           IF STUDENT-COUNT = 0
               PERFORM COUNT-ASSIGNMENTS
           END-IF
           ADD 1 TO STUDENT-COUNT
           MOVE RFR-STUDENT-NAME TO STUDENT-NAME(STUDENT-COUNT)
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               MOVE RFR-SCORE-X(ASSIGNMENT-INDEX)
                   TO STUDENT-SCORE-X(STUDENT-COUNT ASSIGNMENT-INDEX)
           END-PERFORM.

       COUNT-ASSIGNMENTS.
           MOVE 0 TO ASSIGNMENT-COUNT
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               IF RFR-SCORE-X(ASSIGNMENT-INDEX) IS NUMERIC
                  AND ASSIGNMENT-COUNT = ASSIGNMENT-INDEX - 1
                   MOVE ASSIGNMENT-INDEX TO ASSIGNMENT-COUNT
               END-IF
           END-PERFORM.

      *> Held to GRADING-SYSTEM's standard: a control on file must
      *> cover every roster column with weights summing to 100, or
      *> the run stops - cards graded under a broken policy would
      *> disagree with the term close. The section's own records
      *> are used when it has any, otherwise the blank-section ones,
      *> and with neither every position weighs equally.
       LOAD-CATEGORY-WEIGHTS.
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               MOVE "ALL WORK" TO WGT-CATEGORY(ASSIGNMENT-INDEX)
               MOVE 0          TO WGT-PERCENT(ASSIGNMENT-INDEX)
               MOVE "N"        TO WGT-COVERED(ASSIGNMENT-INDEX)
               MOVE SPACES     TO DWGT-CATEGORY(ASSIGNMENT-INDEX)
               MOVE 0          TO DWGT-PERCENT(ASSIGNMENT-INDEX)
               MOVE "N"        TO DWGT-COVERED(ASSIGNMENT-INDEX)
           END-PERFORM

           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS NOT = "00"
               PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
                   UNTIL ASSIGNMENT-INDEX > 10
                   MOVE 1 TO WGT-PERCENT(ASSIGNMENT-INDEX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL CATEGORY-AT-END
               READ CATEGORY-FILE
                   AT END SET CATEGORY-AT-END TO TRUE
                   NOT AT END PERFORM STORE-ONE-CATEGORY
               END-READ
           END-PERFORM
           CLOSE CATEGORY-FILE

           IF SECTION-HAS-WEIGHTS
               IF SECTION-WEIGHTS-BAD
                   PERFORM FAIL-CATEGORY-CONTROL
               END-IF
           ELSE
               IF NOT DEFAULT-HAS-WEIGHTS
                   PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
                       UNTIL ASSIGNMENT-INDEX > 10
                       MOVE 1 TO WGT-PERCENT(ASSIGNMENT-INDEX)
                   END-PERFORM
                   EXIT PARAGRAPH
               END-IF
               IF DEFAULT-WEIGHTS-BAD
                   PERFORM FAIL-CATEGORY-CONTROL
               END-IF
               PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
                   UNTIL ASSIGNMENT-INDEX > 10
                   MOVE DWGT-CATEGORY(ASSIGNMENT-INDEX)
                       TO WGT-CATEGORY(ASSIGNMENT-INDEX)
                   MOVE DWGT-PERCENT(ASSIGNMENT-INDEX)
                       TO WGT-PERCENT(ASSIGNMENT-INDEX)
                   MOVE DWGT-COVERED(ASSIGNMENT-INDEX)
                       TO WGT-COVERED(ASSIGNMENT-INDEX)
               END-PERFORM
           END-IF

      *> Mid-term the first roster record stops at the last column
      *> graded so far; the control still names the whole term's
      *> assignments, and the columns past it are not yet graded.
           IF MID-TERM-MODE
               PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
                   UNTIL ASSIGNMENT-INDEX > 10
                   IF WGT-COVERED(ASSIGNMENT-INDEX) = "Y" AND
                      ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
                       MOVE ASSIGNMENT-INDEX TO ASSIGNMENT-COUNT
                   END-IF
               END-PERFORM
           END-IF

           MOVE 0 TO WEIGHT-SUM
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
               ADD WGT-PERCENT(ASSIGNMENT-INDEX) TO WEIGHT-SUM
               IF WGT-COVERED(ASSIGNMENT-INDEX) = "N"
                   PERFORM FAIL-CATEGORY-CONTROL
               END-IF
           END-PERFORM
           IF WEIGHT-SUM NOT = 100
               PERFORM FAIL-CATEGORY-CONTROL
           END-IF
           SET HAVE-CATEGORY-WEIGHTS TO TRUE.

       STORE-ONE-CATEGORY.
           EVALUATE TRUE
               WHEN CAT-SECTION-ID = SECTION-ID
                   SET SECTION-HAS-WEIGHTS TO TRUE
                   IF CAT-POSITION-X IS NUMERIC AND
                      CAT-WEIGHT-X IS NUMERIC AND
                      CAT-POSITION >= 1 AND CAT-POSITION <= 10
                       MOVE CAT-CATEGORY
                           TO WGT-CATEGORY(CAT-POSITION)
                       MOVE CAT-WEIGHT
                           TO WGT-PERCENT(CAT-POSITION)
                       MOVE "Y" TO WGT-COVERED(CAT-POSITION)
                   ELSE
                       SET SECTION-WEIGHTS-BAD TO TRUE
                   END-IF
               WHEN CAT-SECTION-ID = SPACES
                   SET DEFAULT-HAS-WEIGHTS TO TRUE
                   IF CAT-POSITION-X IS NUMERIC AND
                      CAT-WEIGHT-X IS NUMERIC AND
                      CAT-POSITION >= 1 AND CAT-POSITION <= 10
                       MOVE CAT-CATEGORY
                           TO DWGT-CATEGORY(CAT-POSITION)
                       MOVE CAT-WEIGHT
                           TO DWGT-PERCENT(CAT-POSITION)
                       MOVE "Y" TO DWGT-COVERED(CAT-POSITION)
                   ELSE
                       SET DEFAULT-WEIGHTS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FAIL-CATEGORY-CONTROL.
           SET JOB-RC-ERROR TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "grading-category.ctl is unusable - weights "
               "must cover the roster and sum to 100"
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "ERROR: " ERRLOG-TEXT
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Each distinct category once, in the order its first
      *> assignment falls on the roster, with its total weight.
       BUILD-CATEGORY-LIST.
           MOVE 0 TO CATEGORY-COUNT
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
               PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                   UNTIL CATEGORY-INDEX > CATEGORY-COUNT
                      OR CT-CATEGORY(CATEGORY-INDEX) =
                         WGT-CATEGORY(ASSIGNMENT-INDEX)
                   CONTINUE
               END-PERFORM
               IF CATEGORY-INDEX > CATEGORY-COUNT
                   ADD 1 TO CATEGORY-COUNT
                   MOVE WGT-CATEGORY(ASSIGNMENT-INDEX)
                       TO CT-CATEGORY(CATEGORY-COUNT)
                   MOVE 0 TO CT-WEIGHT(CATEGORY-COUNT)
                   MOVE CATEGORY-COUNT TO CATEGORY-INDEX
               END-IF
               ADD WGT-PERCENT(ASSIGNMENT-INDEX)
                   TO CT-WEIGHT(CATEGORY-INDEX)
           END-PERFORM.

       LOAD-ATTENDANCE-COUNTS.
           OPEN INPUT ATTENDANCE-FILE
           IF ATTENDANCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ATTEND-AT-END
               READ ATTENDANCE-FILE
                   AT END SET ATTEND-AT-END TO TRUE
                   NOT AT END
                       IF ATT-SECTION-ID = SECTION-ID
                           PERFORM COUNT-ONE-MARK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

       COUNT-ONE-MARK.
           SET ATT-IDX TO 1
           SEARCH ATTEND-ENTRY
               AT END
                   IF ATTEND-COUNT < 100
                       ADD 1 TO ATTEND-COUNT
                       SET ATT-IDX TO ATTEND-COUNT
                       MOVE ATT-STUDENT-NAME
                           TO AC-STUDENT-NAME(ATT-IDX)
                       MOVE 0 TO AC-SESSIONS(ATT-IDX)
                                 AC-PRESENT(ATT-IDX)
                                 AC-ABSENT(ATT-IDX)
                                 AC-EXCUSED(ATT-IDX)
                       PERFORM TALLY-ONE-MARK
                   END-IF
               WHEN AC-STUDENT-NAME(ATT-IDX) = ATT-STUDENT-NAME
                   PERFORM TALLY-ONE-MARK
           END-SEARCH.

       TALLY-ONE-MARK.
           ADD 1 TO AC-SESSIONS(ATT-IDX)
           EVALUATE TRUE
               WHEN ATT-PRESENT
                   ADD 1 TO AC-PRESENT(ATT-IDX)
               WHEN ATT-ABSENT
                   ADD 1 TO AC-ABSENT(ATT-IDX)
               WHEN ATT-EXCUSED
                   ADD 1 TO AC-EXCUSED(ATT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Works out the student's figures, then prints the card - or,
      *> mid-term, a notice only if one is owed.
       REPORT-ONE-STUDENT.
           PERFORM FIND-STUDENT-ATTENDANCE
           PERFORM AVERAGE-STUDENT-SCORES
           PERFORM CALC-STUDENT-TERM-GPA

           IF MID-TERM-MODE
               MOVE "N" TO BELOW-FLAG
               MOVE "N" TO ABSENCE-FLAG
               IF SCORES-COUNTED > 0 AND
                  TERM-AVERAGE < THRESHOLD-SCORE
                   SET BELOW-THRESHOLD TO TRUE
                   ADD 1 TO BELOW-COUNT
               END-IF
               IF ABSENCE-LIMIT > 0 AND
                  STUDENT-ABSENT >= ABSENCE-LIMIT
                   SET OVER-ABSENCE-LIMIT TO TRUE
                   ADD 1 TO ABSENCE-NOTICE-COUNT
               END-IF
               IF BELOW-THRESHOLD OR OVER-ABSENCE-LIMIT
                   PERFORM WRITE-DEFICIENCY-NOTICE
               END-IF
           ELSE
               PERFORM WRITE-REPORT-CARD
           END-IF.

       FIND-STUDENT-ATTENDANCE.
           MOVE 0 TO STUDENT-SESSIONS STUDENT-PRESENT
                     STUDENT-ABSENT STUDENT-EXCUSED
           IF ATTEND-COUNT > 0
               SET ATT-IDX TO 1
               SEARCH ATTEND-ENTRY
                   AT END CONTINUE
                   WHEN AC-STUDENT-NAME(ATT-IDX) =
                        STUDENT-NAME(STUDENT-INDEX)
                       MOVE AC-SESSIONS(ATT-IDX) TO STUDENT-SESSIONS
                       MOVE AC-PRESENT(ATT-IDX)  TO STUDENT-PRESENT
                       MOVE AC-ABSENT(ATT-IDX)   TO STUDENT-ABSENT
                       MOVE AC-EXCUSED(ATT-IDX)  TO STUDENT-EXCUSED
               END-SEARCH
           END-IF.

      *> Weighted averages per category and for the term. A score
      *> counts at its position's weight; an ungraded one (blank,
      *> mid-term only) is left out and the weights of what has
      *> been graded carry the average.
       AVERAGE-STUDENT-SCORES.
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
               UNTIL CATEGORY-INDEX > CATEGORY-COUNT
               MOVE 0 TO CT-POINTS(CATEGORY-INDEX)
               MOVE 0 TO CT-WEIGHT-USED(CATEGORY-INDEX)
           END-PERFORM
           MOVE 0 TO TERM-POINTS TERM-WEIGHT-USED SCORES-COUNTED
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
               PERFORM GET-ONE-SCORE
               IF SCORE-IS-KEYED OR NOT MID-TERM-MODE
                   ADD 1 TO SCORES-COUNTED
                   PERFORM FIND-SCORE-CATEGORY
                   COMPUTE CT-POINTS(CATEGORY-INDEX) =
                       CT-POINTS(CATEGORY-INDEX) + SCORE-VALUE
                       * WGT-PERCENT(ASSIGNMENT-INDEX)
                   ADD WGT-PERCENT(ASSIGNMENT-INDEX)
                       TO CT-WEIGHT-USED(CATEGORY-INDEX)
                   COMPUTE TERM-POINTS = TERM-POINTS + SCORE-VALUE
                       * WGT-PERCENT(ASSIGNMENT-INDEX)
                   ADD WGT-PERCENT(ASSIGNMENT-INDEX)
                       TO TERM-WEIGHT-USED
               END-IF
           END-PERFORM
           MOVE 0 TO TERM-AVERAGE
           IF TERM-WEIGHT-USED > 0
               COMPUTE TERM-AVERAGE ROUNDED =
                   TERM-POINTS / TERM-WEIGHT-USED
           END-IF
           MOVE TERM-AVERAGE TO AVERAGE-SCORE
           PERFORM LOOK-UP-AVERAGE-LETTER
           MOVE AVERAGE-LETTER TO TERM-LETTER.

      *> A score pair that isn't numeric hasn't been keyed; it
      *> reads as zero, as GRADING-SYSTEM reads it.
       GET-ONE-SCORE.
           IF STUDENT-SCORE-X(STUDENT-INDEX ASSIGNMENT-INDEX)
                  IS NUMERIC
               MOVE STUDENT-SCORE-X(STUDENT-INDEX ASSIGNMENT-INDEX)
                   TO SCORE-VALUE
               SET SCORE-IS-KEYED TO TRUE
           ELSE
               MOVE 0 TO SCORE-VALUE
               MOVE "N" TO SCORE-KEYED-FLAG
           END-IF.

       FIND-SCORE-CATEGORY.
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
               UNTIL CATEGORY-INDEX >= CATEGORY-COUNT
                  OR CT-CATEGORY(CATEGORY-INDEX) =
                     WGT-CATEGORY(ASSIGNMENT-INDEX)
               CONTINUE
           END-PERFORM.

       LOOK-UP-AVERAGE-LETTER.
           MOVE "F" TO AVERAGE-LETTER
           PERFORM VARYING GRADE-BAND-INDEX FROM 5 BY -1
               UNTIL GRADE-BAND-INDEX < 1
               IF AVERAGE-SCORE >= GB-LOW-SCORE(GRADE-BAND-INDEX)
                   MOVE GB-LETTER(GRADE-BAND-INDEX) TO AVERAGE-LETTER
               END-IF
           END-PERFORM.

      *> The term GPA comes from TERM-GPA-CALC on the scores as
      *> GRADING-SYSTEM would pass them, so the card shows the GPA
      *> the close will file.
       CALC-STUDENT-TERM-GPA.
           MOVE STUDENT-NAME(STUDENT-INDEX) TO CALC-STUDENT-NAME
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               IF ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
                   MOVE 0 TO CALC-SCORE(ASSIGNMENT-INDEX)
               ELSE
                   PERFORM GET-ONE-SCORE
                   MOVE SCORE-VALUE TO CALC-SCORE(ASSIGNMENT-INDEX)
               END-IF
           END-PERFORM
           MOVE ASSIGNMENT-COUNT TO CALC-SCORE-COUNT
           MOVE 0 TO CALC-TERM-GPA
           CALL "TERM-GPA-CALC" USING
               BY REFERENCE SECTION-ID
               BY REFERENCE CALC-STUDENT-NAME
               BY REFERENCE CALC-SCORE-AREA
               BY REFERENCE CALC-SCORE-COUNT
               BY REFERENCE CALC-TERM-GPA.

       WRITE-REPORT-CARD.
           MOVE SPACES TO OUTPUT-LINE
           STRING "STUDENT REPORT CARD" DELIMITED BY SIZE
               INTO OUTPUT-LINE
           MOVE "TERM" TO OUTPUT-LINE(60:4)
           MOVE TERM-ID-TAG TO OUTPUT-LINE(65:8)
           PERFORM START-NEW-PAGE
           PERFORM WRITE-STUDENT-HEADING
           PERFORM WRITE-SCORE-LINES
           PERFORM WRITE-CATEGORY-LINES

           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE TERM-AVERAGE TO AVERAGE-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "Term average:  " AVERAGE-DISPLAY
               "     Letter grade: " TERM-LETTER
               DELIMITED BY SIZE INTO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE CALC-TERM-GPA TO GPA-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "Term GPA:      " GPA-DISPLAY
               DELIMITED BY SIZE INTO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           PERFORM WRITE-ATTENDANCE-LINE.

       WRITE-DEFICIENCY-NOTICE.
           MOVE SPACES TO OUTPUT-LINE
           STRING "MID-TERM DEFICIENCY NOTICE" DELIMITED BY SIZE
               INTO OUTPUT-LINE
           MOVE "TERM" TO OUTPUT-LINE(60:4)
           MOVE TERM-ID-TAG TO OUTPUT-LINE(65:8)
           PERFORM START-NEW-PAGE
           PERFORM WRITE-STUDENT-HEADING

           IF BELOW-THRESHOLD
               MOVE TERM-AVERAGE TO AVERAGE-DISPLAY
               MOVE SPACES TO OUTPUT-LINE
               STRING "Current average " AVERAGE-DISPLAY
                   " is grade " TERM-LETTER
                   ", below the required " THRESHOLD-GRADE "."
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               PERFORM WRITE-OUTPUT-LINE
           END-IF
           IF OVER-ABSENCE-LIMIT
               MOVE STUDENT-ABSENT TO COUNT-DISPLAY
               MOVE ABSENCE-LIMIT TO WEIGHT-DISPLAY
               MOVE SPACES TO OUTPUT-LINE
               STRING "Unexcused absences" COUNT-DISPLAY
                   " have reached the limit of" WEIGHT-DISPLAY
                   "; the GPA will be reduced."
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               PERFORM WRITE-OUTPUT-LINE
           END-IF

           PERFORM WRITE-SCORE-LINES
           PERFORM WRITE-CATEGORY-LINES
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           PERFORM WRITE-ATTENDANCE-LINE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE "There is still time to recover before the term "
               TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE "closes. Please contact the instructor to arrange "
               TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE "help." TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE.

      *> The page's first line is in OUTPUT-LINE. Every page after
      *> the first starts on a new sheet; the cards are written
      *> with carriage control throughout so the page throws land
      *> where the printer expects them.
       START-NEW-PAGE.
           ADD 1 TO PAGES-WRITTEN
           IF MID-TERM-MODE
               MOVE OUTPUT-LINE TO NOTICE-LINE
               IF FIRST-PAGE-WRITTEN
                   WRITE NOTICE-LINE AFTER ADVANCING PAGE
               ELSE
                   WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
               END-IF
           ELSE
               MOVE OUTPUT-LINE TO CARD-LINE
               IF FIRST-PAGE-WRITTEN
                   WRITE CARD-LINE AFTER ADVANCING PAGE
               ELSE
                   WRITE CARD-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           SET FIRST-PAGE-WRITTEN TO TRUE.

       WRITE-OUTPUT-LINE.
           IF MID-TERM-MODE
               MOVE OUTPUT-LINE TO NOTICE-LINE
               WRITE NOTICE-LINE AFTER ADVANCING 1 LINE
           ELSE
               MOVE OUTPUT-LINE TO CARD-LINE
               WRITE CARD-LINE AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-STUDENT-HEADING.
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           IF SECTION-ID NOT = SPACES
               MOVE SPACES TO OUTPUT-LINE
               STRING "Course:  " CC-COURSE-ID "  " CC-COURSE-TITLE
                   "  Section " SECTION-ID
                   DELIMITED BY SIZE INTO OUTPUT-LINE
               PERFORM WRITE-OUTPUT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           STRING "Student: " STUDENT-NAME(STUDENT-INDEX)
               DELIMITED BY SIZE INTO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE.

       WRITE-SCORE-LINES.
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE "ASSIGNMENT  CATEGORY     SCORE  GRADE"
               TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
               PERFORM GET-ONE-SCORE
               MOVE SPACES TO OUTPUT-LINE
               MOVE ASSIGNMENT-INDEX TO POSITION-DISPLAY
               MOVE POSITION-DISPLAY TO OUTPUT-LINE(5:2)
               MOVE WGT-CATEGORY(ASSIGNMENT-INDEX)
                   TO OUTPUT-LINE(13:10)
               IF SCORE-IS-KEYED OR NOT MID-TERM-MODE
                   MOVE SCORE-VALUE TO SCORE-DISPLAY
                   MOVE SCORE-DISPLAY TO OUTPUT-LINE(27:2)
                   MOVE SCORE-VALUE TO AVERAGE-SCORE
                   PERFORM LOOK-UP-AVERAGE-LETTER
                   MOVE AVERAGE-LETTER TO OUTPUT-LINE(34:1)
               ELSE
                   MOVE "not yet graded" TO OUTPUT-LINE(27:14)
               END-IF
               PERFORM WRITE-OUTPUT-LINE
           END-PERFORM.

       WRITE-CATEGORY-LINES.
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           MOVE "CATEGORY    WEIGHT  AVERAGE  GRADE" TO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
               UNTIL CATEGORY-INDEX > CATEGORY-COUNT
               MOVE SPACES TO OUTPUT-LINE
               MOVE CT-CATEGORY(CATEGORY-INDEX) TO OUTPUT-LINE(1:10)
               IF HAVE-CATEGORY-WEIGHTS
                   MOVE CT-WEIGHT(CATEGORY-INDEX) TO WEIGHT-DISPLAY
                   MOVE WEIGHT-DISPLAY TO OUTPUT-LINE(14:3)
                   MOVE "%" TO OUTPUT-LINE(17:1)
               ELSE
                   MOVE "100%" TO OUTPUT-LINE(14:4)
               END-IF
               IF CT-WEIGHT-USED(CATEGORY-INDEX) > 0
                   COMPUTE CATEGORY-AVERAGE ROUNDED =
                       CT-POINTS(CATEGORY-INDEX)
                       / CT-WEIGHT-USED(CATEGORY-INDEX)
                   MOVE CATEGORY-AVERAGE TO AVERAGE-DISPLAY
                   MOVE AVERAGE-DISPLAY TO OUTPUT-LINE(21:6)
                   MOVE CATEGORY-AVERAGE TO AVERAGE-SCORE
                   PERFORM LOOK-UP-AVERAGE-LETTER
                   MOVE AVERAGE-LETTER TO OUTPUT-LINE(31:1)
               ELSE
                   MOVE "--" TO OUTPUT-LINE(25:2)
               END-IF
               PERFORM WRITE-OUTPUT-LINE
           END-PERFORM.

       WRITE-ATTENDANCE-LINE.
           MOVE SPACES TO OUTPUT-LINE
           STRING "Attendance:    sessions " STUDENT-SESSIONS
               "  present " STUDENT-PRESENT
               "  absent " STUDENT-ABSENT
               "  excused " STUDENT-EXCUSED
               DELIMITED BY SIZE INTO OUTPUT-LINE
           PERFORM WRITE-OUTPUT-LINE.
