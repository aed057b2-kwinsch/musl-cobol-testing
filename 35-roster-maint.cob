      *> before/after images with the authorizer to the
      *> grade-change audit log - so the registrar can show every
      *> post-close change and who approved it.
      *>
      *> A run maintains one course section, named by
      *> GRADING-SECTION in the environment and looked up on
      *> course-catalog.dat: the transactions apply to that
      *> section's roster records, every other section's records
      *> pass through untouched, and the term is closed for the
      *> section once its course is on the transcript. Enrolling
      *> and dropping a student in a named section also keeps
      *> course-enrollment.dat, the record of who is registered in
      *> which section. With GRADING-SECTION unset the run
      *> maintains the unnamed class as it always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "grade-change-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADE-AUDIT-STATUS.
           SELECT ROSTER-WORK-FILE ASSIGN TO "class-roster.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-WORK-STATUS.
           SELECT ENROLL-FILE ASSIGN TO "course-enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-FILE-STATUS.
           SELECT ENROLL-WORK-FILE
               ASSIGN TO "course-enrollment.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENROLL-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 ML-DETAIL         PIC X(14).
          05 FILLER            PIC X(2).
          05 ML-RESULT         PIC X(30).
          05 FILLER            PIC X(2).
          05 ML-SECTION-ID     PIC X(10).

      *> Which grading period is current; the attendance-policy
      *> fields riding on the record belong to TERM-GPA-CALC.
          05 GA-SCORE          PIC 9(2).
          05 FILLER            PIC X(2).
          05 GA-TERM-GPA       PIC 9.99.
          05 FILLER            PIC X(2).
          05 GA-COURSE-ID      PIC X(8).

      *> Every other section's roster records, and every other
      *> section's and term's enrollments, are copied here as they
      *> are read and this run's written after them; the work file
      *> then replaces the live one.
       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD  PIC X(50).

       FD ENROLL-FILE.
       COPY ENRLREC.

       FD ENROLL-WORK-FILE.
       01 ENROLL-WORK-RECORD  PIC X(55).

       WORKING-STORAGE SECTION.
       01 ROSTER-FILE-STATUS PIC X(2).
       01 TRANS-FILE-STATUS  PIC X(2).
       01 MAINT-LOG-STATUS   PIC X(2).
       01 ROSTER-WORK-STATUS PIC X(2).
       01 ENROLL-FILE-STATUS PIC X(2).
       01 ENROLL-WORK-STATUS PIC X(2).

       01 ROSTER-EOF-FLAG    PIC X VALUE "N".
          88 ROSTER-AT-END   VALUE "Y".
       01 TRANS-EOF-FLAG     PIC X VALUE "N".
          88 TRANS-AT-END    VALUE "Y".
       01 ENROLL-EOF-FLAG    PIC X VALUE "N".
          88 ENROLL-AT-END   VALUE "Y".

      *> The course section this run maintains and its catalog
      *> entry; the course ID is what its transcript records carry.
       01 SECTION-ID         PIC X(10) VALUE SPACES.
       01 SECTION-FOUND-FLAG PIC X VALUE "N".
          88 SECTION-IS-CATALOGED VALUE "Y".
       COPY CRSCAT.

      *> The section's enrollments for the term, kept alongside
      *> the roster; a dropped student stays on file as dropped.
       01 ENROLL-COUNT       PIC 9(3) VALUE 0.
       01 ENROLL-TABLE.
          05 ENROLL-ENTRY OCCURS 300 TIMES.
             10 EE-STUDENT-NAME PIC X(20).
             10 EE-STATUS       PIC X(1).
             10 EE-STATUS-DATE  PIC X(8).
       01 ENROLL-INDEX       PIC 9(3) COMP.
       01 FOUND-ENROLL-INDEX PIC 9(3) COMP.
       01 ENROLL-TRUNC-FLAG  PIC X VALUE "N".
          88 ENROLL-LOAD-TRUNCATED VALUE "Y".
       01 TODAYS-DATE        PIC X(8).
       01 FILE-COMMAND       PIC X(200).

      *> In-storage roster, applied against and written back whole,
      *> sized to the same 100 students GRADING-SYSTEM carries.
          88 TRANSCRIPT-AT-END VALUE "Y".
       01 HISTORY-COUNT      PIC 9(4) VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 2000 TIMES.
             10 HE-STUDENT-NAME PIC X(20).
             10 HE-TERM-ID      PIC X(8).
             10 HE-GPA          PIC 9V99.
             10 HE-COURSE-ID    PIC X(8).
             10 HE-CREDIT-HOURS-X PIC X(2).
             10 HE-SECTION-ID   PIC X(10).
       01 HISTORY-INDEX      PIC 9(4) COMP.
       01 FOUND-HIST-INDEX   PIC 9(4) COMP.
       01 HISTORY-OVFL-FLAG  PIC X VALUE "N".
          88 HISTORY-TABLE-OVERFLOWED VALUE "Y".
       01 SECTION-RECORD-FLAG PIC X VALUE "N".
          88 RECORD-IS-THIS-SECTIONS VALUE "Y".
       01 TRANSCRIPT-DIRTY   PIC X VALUE "N".
          88 TRANSCRIPT-WAS-CORRECTED VALUE "Y".

               STOP RUN
           END-IF

           MOVE SPACES TO COURSE-CATALOG-RECORD
           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               PERFORM LOOK-UP-SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAYS-DATE

           PERFORM LOAD-ROSTER

           PERFORM READ-CURRENT-TERM

           IF SECTION-ID NOT = SPACES
               PERFORM LOAD-ENROLLMENT
           END-IF

           PERFORM LOAD-TRANSCRIPT-HISTORY
           IF TERM-IS-CLOSED
               DISPLAY "Term " CURRENT-TERM-ID " is closed - "

           PERFORM REWRITE-ROSTER

           IF SECTION-ID NOT = SPACES
               PERFORM REWRITE-ENROLLMENT
           END-IF

           IF TRANSCRIPT-WAS-CORRECTED
               PERFORM REWRITE-TRANSCRIPT-HISTORY
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> A named section must be on the catalog for the term - its
      *> course is what ties the roster to the transcript - so one
      *> that isn't stops the run before anything is applied.
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
               CLOSE TRANS-FILE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Section " SECTION-ID "  " CC-COURSE-ID "  "
               CC-COURSE-TITLE.

      *> A roster that fills the table may have records past it we
      *> never read - flag that, so the rewrite can refuse rather
      *> than write back a truncated class. Other sections' records
      *> go straight to the work file.
       LOAD-ROSTER.
           OPEN OUTPUT ROSTER-WORK-FILE
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL ROSTER-AT-END
                   READ ROSTER-FILE
                       AT END SET ROSTER-AT-END TO TRUE
                       NOT AT END PERFORM SORT-ROSTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF
           CLOSE ROSTER-WORK-FILE.

       SORT-ROSTER-RECORD.
           IF RFR-SECTION-ID NOT = SECTION-ID
               WRITE ROSTER-WORK-RECORD FROM ROSTER-FILE-RECORD
           ELSE
               IF STUDENT-COUNT < ROSTER-CAPACITY
                   PERFORM STORE-ROSTER-RECORD
               ELSE
                   SET ROSTER-LOAD-TRUNCATED TO TRUE
               END-IF
           END-IF.

       STORE-ROSTER-RECORD.
               END-EVALUATE
           END-IF.

      *> In a named section the student also needs an enrollment
      *> record - the one already on file from an earlier drop, or
      *> a new one.
       APPLY-ENROLL.
           IF SECTION-ID NOT = SPACES
               PERFORM FIND-ENROLLMENT-SLOT
           END-IF
           EVALUATE TRUE
               WHEN RT-STUDENT-NAME = SPACES
                   MOVE "BLANK NAME - REJECTED" TO LOG-RESULT
               WHEN STUDENT-COUNT >= ROSTER-CAPACITY
                   MOVE "ROSTER FULL - REJECTED" TO LOG-RESULT
                   PERFORM LOG-REJECTED
               WHEN SECTION-ID NOT = SPACES AND
                    FOUND-ENROLL-INDEX = 0
                   MOVE "ENROLLMENT FULL - REJECTED" TO LOG-RESULT
                   PERFORM LOG-REJECTED
               WHEN OTHER
                   ADD 1 TO STUDENT-COUNT
                   MOVE RT-STUDENT-NAME
                       MOVE 0 TO RE-SCORE(STUDENT-COUNT SCORE-INDEX)
                   END-PERFORM
                   MOVE "N" TO RE-DROPPED-FLAG(STUDENT-COUNT)
                   IF SECTION-ID NOT = SPACES
                       MOVE "E" TO EE-STATUS(FOUND-ENROLL-INDEX)
                       MOVE TODAYS-DATE
                           TO EE-STATUS-DATE(FOUND-ENROLL-INDEX)
                   END-IF
                   MOVE "ENROLLED" TO LOG-RESULT
                   PERFORM LOG-APPLIED
           END-EVALUATE.
               PERFORM LOG-REJECTED
           ELSE
               MOVE "Y" TO RE-DROPPED-FLAG(FOUND-INDEX)
               IF SECTION-ID NOT = SPACES
                   PERFORM FIND-ENROLLMENT
                   IF FOUND-ENROLL-INDEX > 0
                       MOVE "D" TO EE-STATUS(FOUND-ENROLL-INDEX)
                       MOVE TODAYS-DATE
                           TO EE-STATUS-DATE(FOUND-ENROLL-INDEX)
                   END-IF
               END-IF
               MOVE "DROPPED" TO LOG-RESULT
               PERFORM LOG-APPLIED
           END-IF.
           MOVE ASSIGNMENT-LIMIT TO CALC-SCORE-COUNT
           MOVE 0 TO CALC-TERM-GPA
           CALL "TERM-GPA-CALC" USING
               BY REFERENCE SECTION-ID
               BY REFERENCE CALC-STUDENT-NAME
               BY REFERENCE CALC-SCORE-AREA
               BY REFERENCE CALC-SCORE-COUNT
           MOVE RT-STUDENT-NAME       TO GA-STUDENT-NAME
           MOVE RT-TERM-ID            TO GA-TERM-ID
           MOVE RT-ASSIGN-NO          TO GA-ASSIGN-NO
           MOVE CC-COURSE-ID          TO GA-COURSE-ID
           WRITE GRADE-AUDIT-RECORD.

      *> The student's record for this section. One filed before
      *> the transcript carried sections has the section blank;
      *> the student is on this section's roster (a grade change
      *> for anyone else is refused), so it is taken as this
      *> section's.
       FIND-TRANSCRIPT-ENTRY.
           MOVE 0 TO FOUND-HIST-INDEX
           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               OR FOUND-HIST-INDEX > 0
               IF HE-STUDENT-NAME(HISTORY-INDEX) = RT-STUDENT-NAME
                  AND HE-TERM-ID(HISTORY-INDEX) = RT-TERM-ID
                  AND HE-COURSE-ID(HISTORY-INDEX) = CC-COURSE-ID
                  AND (HE-SECTION-ID(HISTORY-INDEX) = SECTION-ID
                       OR HE-SECTION-ID(HISTORY-INDEX) = SPACES)
                   MOVE HISTORY-INDEX TO FOUND-HIST-INDEX
               END-IF
           END-PERFORM.
               CLOSE TERM-FILE
           END-IF.

      *> The whole transcript history in storage: any record of
      *> this section's for the current term means the term is
      *> closed for the section and the lock is on; the table
      *> is also where a grade change corrects a record before the
      *> file is rewritten whole.
       LOAD-TRANSCRIPT-HISTORY.
           OPEN INPUT TRANSCRIPT-FILE
           IF TRANSCRIPT-STATUS = "00"
           END-IF.

       STORE-HISTORY-RECORD.
           IF HISTORY-COUNT < 2000
               ADD 1 TO HISTORY-COUNT
               MOVE TH-STUDENT-NAME
                   TO HE-STUDENT-NAME(HISTORY-COUNT)
               MOVE TH-TERM-ID TO HE-TERM-ID(HISTORY-COUNT)
               MOVE TH-GPA     TO HE-GPA(HISTORY-COUNT)
               MOVE TH-COURSE-ID TO HE-COURSE-ID(HISTORY-COUNT)
               MOVE TH-CREDIT-HOURS-X
                   TO HE-CREDIT-HOURS-X(HISTORY-COUNT)
               MOVE TH-SECTION-ID TO HE-SECTION-ID(HISTORY-COUNT)
               PERFORM CHECK-SECTION-RECORD
               IF CURRENT-TERM-ID NOT = SPACES AND
                  RECORD-IS-THIS-SECTIONS
                   SET TERM-IS-CLOSED TO TRUE
               END-IF
           ELSE
               SET HISTORY-TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> A transcript record is this section's when it is for the
      *> current term and the section's course and carries the
      *> section's ID, the same test GRADING-SYSTEM files a term
      *> by. One filed before the transcript carried sections has
      *> the ID blank; for a named section it counts as this
      *> section's when its student is on the roster.
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
                   IF RE-STUDENT-NAME(STUDENT-INDEX) =
                      TH-STUDENT-NAME
                       SET RECORD-IS-THIS-SECTIONS TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> Writes the corrected history back whole, the same way
      *> GRADING-SYSTEM files a term. A history past the table was
      *> never fully read, so the rewrite is refused - and with it
       REWRITE-TRANSCRIPT-HISTORY.
           IF HISTORY-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               STRING "Transcript history exceeds 2000 records - "
                   "grade changes NOT filed"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   TO TH-STUDENT-NAME
               MOVE HE-TERM-ID(HISTORY-INDEX) TO TH-TERM-ID
               MOVE HE-GPA(HISTORY-INDEX)     TO TH-GPA
               MOVE HE-COURSE-ID(HISTORY-INDEX) TO TH-COURSE-ID
               MOVE HE-CREDIT-HOURS-X(HISTORY-INDEX)
                   TO TH-CREDIT-HOURS-X
               MOVE HE-SECTION-ID(HISTORY-INDEX) TO TH-SECTION-ID
               WRITE TRANSCRIPT-RECORD
           END-PERFORM
           CLOSE TRANSCRIPT-FILE
           MOVE RT-STUDENT-NAME       TO ML-STUDENT-NAME
           MOVE LOG-DETAIL            TO ML-DETAIL
           MOVE LOG-RESULT            TO ML-RESULT
           MOVE SECTION-ID            TO ML-SECTION-ID
           WRITE MAINT-LOG-RECORD.

      *> Writes the surviving section roster after the other
      *> sections' records and puts the result in place; dropped
      *> students simply aren't rewritten. A load that overran the
      *> table refuses the rewrite outright - writing back only
      *> what was loaded would silently delete every student past
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ROSTER-WORK-FILE
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               IF RE-DROPPED-FLAG(STUDENT-INDEX) = "N"
                       MOVE RE-SCORE(STUDENT-INDEX SCORE-INDEX)
                           TO RFR-SCORE(SCORE-INDEX)
                   END-PERFORM
                   MOVE SECTION-ID TO RFR-SECTION-ID
                   WRITE ROSTER-WORK-RECORD FROM ROSTER-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE ROSTER-WORK-FILE
           MOVE "mv class-roster.work class-roster.txt"
               TO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND
           DISPLAY "Rewrote class-roster.txt".

      *> The section's enrollments for the term are held in the
      *> table; everything else goes straight to the work file.
       LOAD-ENROLLMENT.
           OPEN OUTPUT ENROLL-WORK-FILE
           OPEN INPUT ENROLL-FILE
           IF ENROLL-FILE-STATUS = "00"
               PERFORM UNTIL ENROLL-AT-END
                   READ ENROLL-FILE
                       AT END SET ENROLL-AT-END TO TRUE
                       NOT AT END PERFORM SORT-ENROLL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF
           CLOSE ENROLL-WORK-FILE.

       SORT-ENROLL-RECORD.
           IF EN-SECTION-ID NOT = SECTION-ID OR
              EN-TERM-ID NOT = CURRENT-TERM-ID
               WRITE ENROLL-WORK-RECORD FROM ENROLLMENT-RECORD
           ELSE
               IF ENROLL-COUNT < 300
                   ADD 1 TO ENROLL-COUNT
                   MOVE EN-STUDENT-NAME
                       TO EE-STUDENT-NAME(ENROLL-COUNT)
                   MOVE EN-STATUS TO EE-STATUS(ENROLL-COUNT)
                   MOVE EN-STATUS-DATE
                       TO EE-STATUS-DATE(ENROLL-COUNT)
               ELSE
                   SET ENROLL-LOAD-TRUNCATED TO TRUE
               END-IF
           END-IF.

       FIND-ENROLLMENT.
           MOVE 0 TO FOUND-ENROLL-INDEX
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
               UNTIL ENROLL-INDEX > ENROLL-COUNT
               OR FOUND-ENROLL-INDEX > 0
               IF EE-STUDENT-NAME(ENROLL-INDEX) = RT-STUDENT-NAME
                   MOVE ENROLL-INDEX TO FOUND-ENROLL-INDEX
               END-IF
           END-PERFORM.

      *> The student's existing enrollment record, or a new one at
      *> the end of the table; none when the table is full.
       FIND-ENROLLMENT-SLOT.
           PERFORM FIND-ENROLLMENT
           IF FOUND-ENROLL-INDEX = 0 AND ENROLL-COUNT < 300
               AND RT-STUDENT-NAME NOT = SPACES
               AND FOUND-INDEX = 0
               ADD 1 TO ENROLL-COUNT
               MOVE ENROLL-COUNT TO FOUND-ENROLL-INDEX
               MOVE RT-STUDENT-NAME
                   TO EE-STUDENT-NAME(FOUND-ENROLL-INDEX)
               MOVE SPACES TO EE-STATUS(FOUND-ENROLL-INDEX)
               MOVE SPACES TO EE-STATUS-DATE(FOUND-ENROLL-INDEX)
           END-IF.

      *> Same refusal as the roster: an enrollment file past the
      *> table was never fully read. A slot added for an enroll
      *> that was then rejected has no status and is not written.
       REWRITE-ENROLLMENT.
           IF ENROLL-LOAD-TRUNCATED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Section " SECTION-ID " has over 300 "
                   "enrollments - course-enrollment.dat NOT "
                   "rewritten" DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ENROLL-WORK-FILE
           PERFORM VARYING ENROLL-INDEX FROM 1 BY 1
               UNTIL ENROLL-INDEX > ENROLL-COUNT
               IF EE-STATUS(ENROLL-INDEX) NOT = SPACES
                   MOVE SPACES TO ENROLLMENT-RECORD
                   MOVE SECTION-ID TO EN-SECTION-ID
                   MOVE EE-STUDENT-NAME(ENROLL-INDEX)
                       TO EN-STUDENT-NAME
                   MOVE CURRENT-TERM-ID TO EN-TERM-ID
                   MOVE EE-STATUS(ENROLL-INDEX) TO EN-STATUS
                   MOVE EE-STATUS-DATE(ENROLL-INDEX)
                       TO EN-STATUS-DATE
                   WRITE ENROLL-WORK-RECORD FROM ENROLLMENT-RECORD
               END-IF
           END-PERFORM
           CLOSE ENROLL-WORK-FILE
           MOVE "mv course-enrollment.work course-enrollment.dat"
               TO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND
           DISPLAY "Rewrote course-enrollment.dat".
