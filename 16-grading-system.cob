      *> grade-band table concept, a GPA per student, and a class
      *> roster report - so grading more than one number doesn't mean
      *> writing a one-off program every time.
      *>
      *> A run grades one course section, named by GRADING-SECTION
      *> in the environment and looked up on course-catalog.dat
      *> through SECTION-LOOKUP: only that section's roster records
      *> are graded, under its own grading-category.ctl records
      *> (or the blank-section ones when it has none), and its
      *> students are filed on the transcript with the course ID
      *> and credit hours. With GRADING-SECTION unset the run
      *> grades the unnamed class - the blank-section records - as
      *> it always did, filed with no course.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> one record per roster score position - the position
      *> number, its category (homework, quiz, exam...), and its
      *> percentage weight in the term grade. Columns 1-2 the
      *> position, 5-14 the category, 17-19 the weight, 22-31 the
      *> course section the record is for (blank for the default).
       FD CATEGORY-FILE.
       01 CATEGORY-RECORD.
          05 CAT-POSITION-X   PIC X(2).
          05 CAT-WEIGHT-X     PIC X(3).
          05 CAT-WEIGHT REDEFINES CAT-WEIGHT-X
                              PIC 9(3).
          05 FILLER           PIC X(2).
          05 CAT-SECTION-ID   PIC X(10).

      *> Rerunning a section replaces its course's records for the
      *> term.
       FD TRANSCRIPT-FILE.
       COPY TRANSREC.

             10 WGT-COVERED  PIC X.
       01 WEIGHT-SUM         PIC 9(4).

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
       01 SECTION-BAD-FLAG   PIC X VALUE "N".
          88 SECTION-WEIGHTS-BAD VALUE "Y".
       01 DEFAULT-BAD-FLAG   PIC X VALUE "N".
          88 DEFAULT-WEIGHTS-BAD VALUE "Y".

      *> The course section this run grades and its catalog entry.
       01 SECTION-ID         PIC X(10) VALUE SPACES.
       01 SECTION-FOUND-FLAG PIC X VALUE "N".
          88 SECTION-IS-CATALOGED VALUE "Y".
       COPY CRSCAT.

      *> Interface area for the shared TERM-GPA-CALC subprogram,
      *> which owns the whole term-GPA policy (bands, category
      *> weights, attendance penalty) so this close run and
       01 SCAN-INDEX        PIC 9(3) COMP.

      *> Transcript-history state: the term being graded and the
      *> prior history reloaded so a rerun of the same section
      *> replaces its records instead of doubling them.
       01 TERM-FILE-STATUS  PIC X(2).
       01 TRANSCRIPT-STATUS PIC X(2).
          88 TRANSCRIPT-AT-END VALUE "Y".
       01 HISTORY-COUNT     PIC 9(4) VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 2000 TIMES.
             10 HE-STUDENT-NAME PIC X(20).
             10 HE-TERM-ID      PIC X(8).
             10 HE-GPA          PIC 9V99.
             10 HE-COURSE-ID    PIC X(8).
             10 HE-CREDIT-HOURS-X PIC X(2).
             10 HE-SECTION-ID   PIC X(10).
       01 HISTORY-INDEX     PIC 9(4) COMP.
       01 HISTORY-OVFL-FLAG PIC X VALUE "N".
          88 HISTORY-TABLE-OVERFLOWED VALUE "Y".
       01 SECTION-RECORD-FLAG PIC X VALUE "N".
          88 RECORD-IS-THIS-SECTIONS VALUE "Y".

       01 ERRLOG-JOB-NAME   PIC X(30) VALUE "GRADING-SYSTEM".
       01 ERRLOG-TEXT       PIC X(80).
           DISPLAY "========================"
           DISPLAY " "

           MOVE SPACES TO COURSE-CATALOG-RECORD
           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               PERFORM LOOK-UP-SECTION
           END-IF

           PERFORM LOAD-GRADE-BANDS

           PERFORM READ-TERM-CONTROL
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> A named section must be on the catalog for the term with
      *> its credit hours - they are what the transcript weights
      *> the course by - so a section that isn't stops the run
      *> before anything is graded.
       LOOK-UP-SECTION.
           CALL "SECTION-LOOKUP" USING
               BY REFERENCE SECTION-ID
               BY REFERENCE COURSE-CATALOG-RECORD
               BY REFERENCE SECTION-FOUND-FLAG
           IF NOT SECTION-IS-CATALOGED OR
              CC-CREDIT-HOURS-X IS NOT NUMERIC OR
              CC-CREDIT-HOURS = 0
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Section " SECTION-ID
                   " not on course-catalog.dat with credit hours"
                   " for the term" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
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

      *> Policy table, highest band first - identical cutoffs to
      *> TEST-CONDITIONALS plus a GPA point value per band.
       LOAD-GRADE-BANDS.
      *> TEST-FILEIO reads test-data.txt: one fixed-width record
      *> per student. The first record also decides how many
      *> assignments the class carries - its numeric score pairs
      *> are counted instead of trusting a hardcoded four. Records
      *> for other sections are passed over. The read
      *> runs to end-of-file even once the table is full, so a
      *> class past capacity is reported instead of students
      *> silently vanishing from the reports and transcript filing
               READ ROSTER-FILE
                   AT END MOVE "Y" TO ROSTER-EOF-FLAG
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
           MOVE ASSIGNMENT-COUNT TO CALC-SCORE-COUNT
           MOVE 0 TO CALC-TERM-GPA
           CALL "TERM-GPA-CALC" USING
               BY REFERENCE SECTION-ID
               BY REFERENCE CALC-STUDENT-NAME
               BY REFERENCE CALC-SCORE-AREA
               BY REFERENCE CALC-SCORE-COUNT
      *> weights over the roster's columns sum to exactly 100, and
      *> every column the roster carries is covered. Any failure
      *> ends the run with an error - a term graded under a broken
      *> policy is worse than an ungraded one. The policy is the
      *> section's own records when it has any, otherwise the
      *> blank-section records; only the set in use is held to
      *> account, and with neither every assignment weighs
      *> equally.
       LOAD-CATEGORY-WEIGHTS.
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS NOT = "00"
               MOVE SPACES TO WGT-CATEGORY(ASSIGNMENT-INDEX)
               MOVE 0      TO WGT-PERCENT(ASSIGNMENT-INDEX)
               MOVE "N"    TO WGT-COVERED(ASSIGNMENT-INDEX)
               MOVE SPACES TO DWGT-CATEGORY(ASSIGNMENT-INDEX)
               MOVE 0      TO DWGT-PERCENT(ASSIGNMENT-INDEX)
               MOVE "N"    TO DWGT-COVERED(ASSIGNMENT-INDEX)
           END-PERFORM

           PERFORM UNTIL CATEGORY-AT-END
           END-PERFORM
           CLOSE CATEGORY-FILE

           IF SECTION-HAS-WEIGHTS
               IF SECTION-WEIGHTS-BAD
                   PERFORM FAIL-CATEGORY-CONTROL
               END-IF
           ELSE
               IF NOT DEFAULT-HAS-WEIGHTS
                   DISPLAY "No grading-category.ctl records for the "
                       "section - every assignment weighs equally "
                       "this run."
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

           MOVE 0 TO WEIGHT-SUM
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > ASSIGNMENT-COUNT
               "grades in effect.".

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
               END-EVALUATE
           END-IF.

      *> Files each student's grade points for the course on the
      *> transcript history, with its credit hours. The term comes
      *> from grading-term.ctl; with no term record the history is
      *> left alone so a casual rerun can't file results under a
      *> wrong period. The existing history is reloaded minus any
      *> records already filed for this term and course, so a
      *> rerun replaces rather than doubles.
      *> The term record is read once up front for the period the
      *> run files under; the attendance-policy fields riding on
      *> the same record are read by TERM-GPA-CALC, which applies
               IF HISTORY-TABLE-OVERFLOWED
                   SET JOB-RC-WARNING TO TRUE
                   MOVE SPACES TO ERRLOG-TEXT
                   STRING "Transcript history exceeds 2000 records"
                       " - history left intact, term not filed"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   CALL "ERRLOG-WRITER" USING
      *> A history past the table means records we never read -
      *> better an unfiled term than rewriting the file without
      *> them, so overflow is flagged and the rewrite refused.
      *> Only this section's records for the term are replaced.
       STORE-HISTORY-RECORD.
           PERFORM CHECK-SECTION-RECORD
           IF NOT RECORD-IS-THIS-SECTIONS
               IF HISTORY-COUNT < 2000
                   ADD 1 TO HISTORY-COUNT
                   MOVE TH-STUDENT-NAME
                       TO HE-STUDENT-NAME(HISTORY-COUNT)
                   MOVE TH-TERM-ID TO HE-TERM-ID(HISTORY-COUNT)
                   MOVE TH-GPA     TO HE-GPA(HISTORY-COUNT)
                   MOVE TH-COURSE-ID
                       TO HE-COURSE-ID(HISTORY-COUNT)
                   MOVE TH-CREDIT-HOURS-X
                       TO HE-CREDIT-HOURS-X(HISTORY-COUNT)
                   MOVE TH-SECTION-ID
                       TO HE-SECTION-ID(HISTORY-COUNT)
               ELSE
                   SET HISTORY-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *> A transcript record is this section's when it is for the
      *> current term and the section's course and carries the
      *> section's ID. One filed before the transcript carried
      *> sections has the ID blank; for a named section it counts
      *> as this section's when its student is on the roster.
       CHECK-SECTION-RECORD.
           MOVE "N" TO SECTION-RECORD-FLAG
           IF TH-TERM-ID NOT = CURRENT-TERM-ID OR
              TH-COURSE-ID NOT = CC-COURSE-ID
               EXIT PARAGRAPH
           END-IF
           IF TH-SECTION-ID = SECTION-ID
               SET RECORD-IS-THIS-SECTIONS TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TH-SECTION-ID = SPACES
               PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
                   UNTIL STUDENT-INDEX > STUDENT-COUNT
                   IF STUDENT-NAME(STUDENT-INDEX) = TH-STUDENT-NAME
                       SET RECORD-IS-THIS-SECTIONS TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       REWRITE-TRANSCRIPT-HISTORY.
           OPEN OUTPUT TRANSCRIPT-FILE
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
                   TO TH-STUDENT-NAME
               MOVE HE-TERM-ID(HISTORY-INDEX) TO TH-TERM-ID
               MOVE HE-GPA(HISTORY-INDEX)     TO TH-GPA
               MOVE HE-COURSE-ID(HISTORY-INDEX) TO TH-COURSE-ID
               MOVE HE-CREDIT-HOURS-X(HISTORY-INDEX)
                   TO TH-CREDIT-HOURS-X
               MOVE HE-SECTION-ID(HISTORY-INDEX) TO TH-SECTION-ID
               WRITE TRANSCRIPT-RECORD
           END-PERFORM
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               MOVE STUDENT-NAME(STUDENT-INDEX) TO TH-STUDENT-NAME
               MOVE CURRENT-TERM-ID             TO TH-TERM-ID
               MOVE STUDENT-GPA(STUDENT-INDEX)  TO TH-GPA
               MOVE CC-COURSE-ID                TO TH-COURSE-ID
               MOVE CC-CREDIT-HOURS-X           TO TH-CREDIT-HOURS-X
               MOVE SECTION-ID                  TO TH-SECTION-ID
               WRITE TRANSCRIPT-RECORD
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.
