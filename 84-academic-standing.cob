       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.

      *> Academic standing for a closed term. TRANSCRIPT-REPORT
      *> prints the term GPAs, but who makes the honor roll and who
      *> goes on probation was still being worked out by hand from
      *> the printout. Run after GRADING-SYSTEM has closed the term
      *> in grading-term.ctl into transcript-history.dat, this
      *> applies standing-policy.ctl to every student filed for the
      *> term - the term GPA over the student's courses for the
      *> term, and the cumulative GPA over every course filed for
      *> the student up to and including it, each course weighted
      *> by its credit hours (one hour for a record filed before
      *> there were courses):
      *>   - probation when either GPA is below the probation
      *>     threshold; once a student has been on probation the
      *>     policy's number of terms running, the term's standing
      *>     is dismissal review instead;
      *>   - otherwise high honors or the honor roll on the term GPA
      *>     against the two honor cutoffs, or good standing.
      *> The consecutive-term count carries forward from the
      *> student's last standing on academic-standing-history.dat,
      *> so a good term clears it. Each student's standing for the
      *> term goes on that history - a rerun of the same term, say
      *> after a ROSTER-MAINT grade change, replaces that term's
      *> records - and the term's lists are written to
      *> honor-roll.txt, probation-list.txt and
      *> dismissal-review.txt. A standing decision is not one to
      *> guess at, so a missing or malformed policy stops the job.
      *>
      *> standing-policy.ctl: one record - columns 1-3 the high
      *> honors term GPA as 9V99 ("375" = 3.75), 5-7 the honor roll
      *> term GPA ("350"), 9-11 the probation threshold ("200"),
      *> 13-14 the consecutive probation terms that put a student
      *> up for dismissal review ("03"; "00" never does). The high
      *> honors cutoff may not be below the honor roll cutoff, nor
      *> the honor roll cutoff below the probation threshold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-FILE ASSIGN TO "grading-term.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "standing-policy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT TRANSCRIPT-FILE
               ASSIGN TO "transcript-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-STATUS.
           SELECT STANDING-FILE
               ASSIGN TO "academic-standing-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDING-STATUS.
           SELECT HONOR-FILE ASSIGN TO "honor-roll.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONOR-FILE-STATUS.
           SELECT PROBATION-FILE ASSIGN TO "probation-list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROBATION-FILE-STATUS.
           SELECT DISMISSAL-FILE ASSIGN TO "dismissal-review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISMISSAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-FILE.
       01 TERM-RECORD.
          05 TERM-ID           PIC X(8).
          05 FILLER            PIC X(34).

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 PR-HIGH-HONORS-X  PIC X(3).
          05 PR-HIGH-HONORS REDEFINES PR-HIGH-HONORS-X
                               PIC 9V99.
          05 FILLER            PIC X(1).
          05 PR-HONOR-ROLL-X   PIC X(3).
          05 PR-HONOR-ROLL REDEFINES PR-HONOR-ROLL-X
                               PIC 9V99.
          05 FILLER            PIC X(1).
          05 PR-PROBATION-X    PIC X(3).
          05 PR-PROBATION REDEFINES PR-PROBATION-X
                               PIC 9V99.
          05 FILLER            PIC X(1).
          05 PR-DISMISS-TERMS-X PIC X(2).
          05 PR-DISMISS-TERMS REDEFINES PR-DISMISS-TERMS-X
                               PIC 9(2).

       FD TRANSCRIPT-FILE.
       COPY TRANSREC.

       FD STANDING-FILE.
       COPY STANDREC.

       FD HONOR-FILE.
       01 HONOR-LINE          PIC X(80).

       FD PROBATION-FILE.
       01 PROBATION-LINE      PIC X(80).

       FD DISMISSAL-FILE.
       01 DISMISSAL-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 TERM-FILE-STATUS    PIC X(2).
       01 POLICY-FILE-STATUS  PIC X(2).
       01 TRANSCRIPT-STATUS   PIC X(2).
       01 STANDING-STATUS     PIC X(2).
       01 HONOR-FILE-STATUS   PIC X(2).
       01 PROBATION-FILE-STATUS PIC X(2).
       01 DISMISSAL-FILE-STATUS PIC X(2).

       01 TRANSCRIPT-EOF-FLAG PIC X VALUE "N".
          88 TRANSCRIPT-AT-END VALUE "Y".
       01 STANDING-EOF-FLAG   PIC X VALUE "N".
          88 STANDING-AT-END  VALUE "Y".

       01 CURRENT-TERM-ID     PIC X(8) VALUE SPACES.

      *> The policy as loaded.
       01 HIGH-HONORS-GPA     PIC 9V99.
       01 HONOR-ROLL-GPA      PIC 9V99.
       01 PROBATION-GPA       PIC 9V99.
       01 DISMISS-TERMS       PIC 9(2).
       01 POLICY-BAD-FLAG     PIC X VALUE "N".
          88 POLICY-IS-BAD    VALUE "Y".

      *> The whole transcript history in file order. Terms are
      *> filed as they close, so everything before a student's
      *> record for this term is that student's earlier terms.
       01 HISTORY-COUNT       PIC 9(4) VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 2000 TIMES.
             10 HE-STUDENT-NAME PIC X(20).
             10 HE-TERM-ID      PIC X(8).
             10 HE-GPA          PIC 9V99.
             10 HE-CREDIT-HOURS PIC 9V9.
       01 HISTORY-INDEX       PIC 9(4) COMP.
       01 DETAIL-INDEX        PIC 9(4) COMP.
       01 HISTORY-OVFL-FLAG   PIC X VALUE "N".
          88 HISTORY-TABLE-OVERFLOWED VALUE "Y".

      *> Standing history for every other term, kept for the
      *> rewrite and for the running probation count.
       01 STANDING-COUNT      PIC 9(4) VALUE 0.
       01 STANDING-TABLE.
          05 STANDING-ENTRY OCCURS 500 TIMES.
             10 SE-RECORD       PIC X(47).
             10 SE-STUDENT-NAME PIC X(20).
             10 SE-STANDING     PIC X(1).
             10 SE-PROBATION-TERMS PIC 9(2).
       01 STANDING-INDEX      PIC 9(4) COMP.
       01 STANDING-OVFL-FLAG  PIC X VALUE "N".
          88 STANDING-TABLE-OVERFLOWED VALUE "Y".

      *> This term's decisions, one per student filed for it.
       01 RESULT-COUNT        PIC 9(4) VALUE 0.
       01 RESULT-TABLE.
          05 RESULT-ENTRY OCCURS 2000 TIMES.
             10 RS-STUDENT-NAME PIC X(20).
             10 RS-TERM-GPA     PIC 9V99.
             10 RS-CUMULATIVE-GPA PIC 9V99.
             10 RS-STANDING     PIC X(1).
             10 RS-PROBATION-TERMS PIC 9(2).
       01 RESULT-INDEX        PIC 9(4) COMP.

       01 TERM-HOURS          PIC 9(4)V9.
       01 TERM-GPA-SUM        PIC 9(5)V999.
       01 TERM-GPA            PIC 9V99.
       01 CUMULATIVE-HOURS    PIC 9(4)V9.
       01 GPA-SUM             PIC 9(5)V999.
       01 CUMULATIVE-GPA      PIC 9V99.
       01 PRIOR-PROBATION-TERMS PIC 9(2).

       01 OUTPUT-LINE         PIC X(80).
       01 GPA-DISPLAY         PIC 9.99.
       01 CUM-GPA-DISPLAY     PIC 9.99.
       01 TERMS-DISPLAY       PIC Z9.
       01 LIST-STANDING       PIC X(1).

       01 HIGH-HONORS-COUNT   PIC 9(4) VALUE 0.
       01 HONOR-ROLL-COUNT    PIC 9(4) VALUE 0.
       01 GOOD-STANDING-COUNT PIC 9(4) VALUE 0.
       01 PROBATION-COUNT     PIC 9(4) VALUE 0.
       01 DISMISSAL-COUNT     PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "ACADEMIC-STANDING".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Academic Standing"
           DISPLAY "=================="

           PERFORM READ-TERM-CONTROL
           IF CURRENT-TERM-ID = SPACES
               DISPLAY "No grading-term.ctl - no term to judge "
                   "standing for."
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Term: " CURRENT-TERM-ID

           PERFORM LOAD-STANDING-POLICY
           PERFORM LOAD-TRANSCRIPT-HISTORY
           PERFORM LOAD-STANDING-HISTORY

           PERFORM VARYING HISTORY-INDEX FROM 1 BY 1
               UNTIL HISTORY-INDEX > HISTORY-COUNT
               IF HE-TERM-ID(HISTORY-INDEX) = CURRENT-TERM-ID
                   PERFORM VARYING RESULT-INDEX FROM 1 BY 1
                       UNTIL RESULT-INDEX > RESULT-COUNT
                          OR RS-STUDENT-NAME(RESULT-INDEX) =
                             HE-STUDENT-NAME(HISTORY-INDEX)
                       CONTINUE
                   END-PERFORM
                   IF RESULT-INDEX > RESULT-COUNT
                       PERFORM JUDGE-ONE-STUDENT
                   END-IF
               END-IF
           END-PERFORM

           IF RESULT-COUNT = 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Term " CURRENT-TERM-ID
                   " not on transcript-history.dat - close it "
                   "with GRADING-SYSTEM first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM REWRITE-STANDING-HISTORY
           PERFORM WRITE-HONOR-ROLL
           PERFORM WRITE-PROBATION-LIST
           PERFORM WRITE-DISMISSAL-REVIEW

           DISPLAY " "
           DISPLAY "Students judged:      " RESULT-COUNT
           DISPLAY "High honors:          " HIGH-HONORS-COUNT
           DISPLAY "Honor roll:           " HONOR-ROLL-COUNT
           DISPLAY "Good standing:        " GOOD-STANDING-COUNT
           DISPLAY "Probation:            " PROBATION-COUNT
           DISPLAY "Dismissal review:     " DISMISSAL-COUNT
           DISPLAY "Wrote honor-roll.txt, probation-list.txt and "
               "dismissal-review.txt"

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The term is the one GRADING-SYSTEM last closed under.
       READ-TERM-CONTROL.
           OPEN INPUT TERM-FILE
           IF TERM-FILE-STATUS = "00"
               READ TERM-FILE
                   AT END CONTINUE
               END-READ
               IF TERM-FILE-STATUS = "00"
                   MOVE TERM-ID TO CURRENT-TERM-ID
               END-IF
               CLOSE TERM-FILE
           END-IF.

       LOAD-STANDING-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-FILE-STATUS = "00"
               READ POLICY-FILE
                   AT END SET POLICY-IS-BAD TO TRUE
               END-READ
               CLOSE POLICY-FILE
           ELSE
               SET POLICY-IS-BAD TO TRUE
           END-IF
           IF NOT POLICY-IS-BAD
               IF PR-HIGH-HONORS-X IS NOT NUMERIC OR
                  PR-HONOR-ROLL-X IS NOT NUMERIC OR
                  PR-PROBATION-X IS NOT NUMERIC OR
                  PR-DISMISS-TERMS-X IS NOT NUMERIC
                   SET POLICY-IS-BAD TO TRUE
               ELSE
                   IF PR-HIGH-HONORS > 4.00 OR
                      PR-HIGH-HONORS < PR-HONOR-ROLL OR
                      PR-HONOR-ROLL < PR-PROBATION
                       SET POLICY-IS-BAD TO TRUE
                   END-IF
               END-IF
           END-IF
           IF POLICY-IS-BAD
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "standing-policy.ctl missing or invalid - "
                   "no standing judged" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PR-HIGH-HONORS   TO HIGH-HONORS-GPA
           MOVE PR-HONOR-ROLL    TO HONOR-ROLL-GPA
           MOVE PR-PROBATION     TO PROBATION-GPA
           MOVE PR-DISMISS-TERMS TO DISMISS-TERMS.

      *> Cumulative GPAs from part of the history would be wrong,
      *> so a history past the table stops the job.
       LOAD-TRANSCRIPT-HISTORY.
           OPEN INPUT TRANSCRIPT-FILE
           IF TRANSCRIPT-STATUS NOT = "00"
               DISPLAY "No transcript-history.dat on file - run "
                   "GRADING-SYSTEM with a term record first."
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL TRANSCRIPT-AT-END
               READ TRANSCRIPT-FILE
                   AT END SET TRANSCRIPT-AT-END TO TRUE
                   NOT AT END PERFORM STORE-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE
           IF HISTORY-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Transcript history exceeds 2000 records - "
                   "no standing judged" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-HISTORY-RECORD.
           IF HISTORY-COUNT < 2000
               ADD 1 TO HISTORY-COUNT
               MOVE TH-STUDENT-NAME
                   TO HE-STUDENT-NAME(HISTORY-COUNT)
               MOVE TH-TERM-ID TO HE-TERM-ID(HISTORY-COUNT)
               MOVE TH-GPA     TO HE-GPA(HISTORY-COUNT)
               IF TH-CREDIT-HOURS-X IS NUMERIC AND
                  TH-CREDIT-HOURS > 0
                   MOVE TH-CREDIT-HOURS
                       TO HE-CREDIT-HOURS(HISTORY-COUNT)
               ELSE
                   MOVE 1.0 TO HE-CREDIT-HOURS(HISTORY-COUNT)
               END-IF
           ELSE
               SET HISTORY-TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> The standing history is reloaded minus this term's records,
      *> so a rerun replaces rather than doubles. Records never read
      *> would be lost on the rewrite, so overflow stops the job.
       LOAD-STANDING-HISTORY.
           OPEN INPUT STANDING-FILE
           IF STANDING-STATUS = "00"
               PERFORM UNTIL STANDING-AT-END
                   READ STANDING-FILE
                       AT END SET STANDING-AT-END TO TRUE
                       NOT AT END PERFORM STORE-STANDING-RECORD
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF
           IF STANDING-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Standing history exceeds 500 records - "
                   "history left intact" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-STANDING-RECORD.
           IF ST-TERM-ID NOT = CURRENT-TERM-ID
               IF STANDING-COUNT < 500
                   ADD 1 TO STANDING-COUNT
                   MOVE STANDING-RECORD
                       TO SE-RECORD(STANDING-COUNT)
                   MOVE ST-STUDENT-NAME
                       TO SE-STUDENT-NAME(STANDING-COUNT)
                   MOVE ST-STANDING TO SE-STANDING(STANDING-COUNT)
                   IF ST-PROBATION-TERMS IS NUMERIC
                       MOVE ST-PROBATION-TERMS
                           TO SE-PROBATION-TERMS(STANDING-COUNT)
                   ELSE
                       MOVE 0 TO SE-PROBATION-TERMS(STANDING-COUNT)
                   END-IF
               ELSE
                   SET STANDING-TABLE-OVERFLOWED TO TRUE
               END-IF
           END-IF.

      *> HISTORY-INDEX sits on the student's first course record
      *> for this term. The term GPA takes in every course the
      *> student has for the term; the cumulative GPA those and
      *> every earlier record for the student, all at their credit
      *> hours. The probation count carries on from the student's
      *> latest standing for another term.
       JUDGE-ONE-STUDENT.
           MOVE 0 TO TERM-HOURS TERM-GPA-SUM
           MOVE 0 TO CUMULATIVE-HOURS GPA-SUM
           PERFORM VARYING DETAIL-INDEX FROM 1 BY 1
               UNTIL DETAIL-INDEX > HISTORY-COUNT
               IF HE-STUDENT-NAME(DETAIL-INDEX) =
                  HE-STUDENT-NAME(HISTORY-INDEX)
                   IF HE-TERM-ID(DETAIL-INDEX) = CURRENT-TERM-ID
                       ADD HE-CREDIT-HOURS(DETAIL-INDEX) TO TERM-HOURS
                       COMPUTE TERM-GPA-SUM = TERM-GPA-SUM
                           + HE-GPA(DETAIL-INDEX)
                           * HE-CREDIT-HOURS(DETAIL-INDEX)
                   END-IF
                   IF HE-TERM-ID(DETAIL-INDEX) = CURRENT-TERM-ID OR
                      DETAIL-INDEX < HISTORY-INDEX
                       ADD HE-CREDIT-HOURS(DETAIL-INDEX)
                           TO CUMULATIVE-HOURS
                       COMPUTE GPA-SUM = GPA-SUM
                           + HE-GPA(DETAIL-INDEX)
                           * HE-CREDIT-HOURS(DETAIL-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE TERM-GPA ROUNDED = TERM-GPA-SUM / TERM-HOURS
           COMPUTE CUMULATIVE-GPA ROUNDED = GPA-SUM / CUMULATIVE-HOURS

           MOVE 0 TO PRIOR-PROBATION-TERMS
           PERFORM VARYING STANDING-INDEX FROM 1 BY 1
               UNTIL STANDING-INDEX > STANDING-COUNT
               IF SE-STUDENT-NAME(STANDING-INDEX) =
                  HE-STUDENT-NAME(HISTORY-INDEX)
                   IF SE-STANDING(STANDING-INDEX) = "P" OR
                      SE-STANDING(STANDING-INDEX) = "D"
                       MOVE SE-PROBATION-TERMS(STANDING-INDEX)
                           TO PRIOR-PROBATION-TERMS
                   ELSE
                       MOVE 0 TO PRIOR-PROBATION-TERMS
                   END-IF
               END-IF
           END-PERFORM

           ADD 1 TO RESULT-COUNT
           MOVE RESULT-COUNT TO RESULT-INDEX
           MOVE HE-STUDENT-NAME(HISTORY-INDEX)
               TO RS-STUDENT-NAME(RESULT-INDEX)
           MOVE TERM-GPA TO RS-TERM-GPA(RESULT-INDEX)
           MOVE CUMULATIVE-GPA TO RS-CUMULATIVE-GPA(RESULT-INDEX)
           MOVE 0 TO RS-PROBATION-TERMS(RESULT-INDEX)

           EVALUATE TRUE
               WHEN TERM-GPA < PROBATION-GPA
                 OR CUMULATIVE-GPA < PROBATION-GPA
                   IF PRIOR-PROBATION-TERMS < 99
                       ADD 1 PRIOR-PROBATION-TERMS
                           GIVING RS-PROBATION-TERMS(RESULT-INDEX)
                   ELSE
                       MOVE 99 TO RS-PROBATION-TERMS(RESULT-INDEX)
                   END-IF
                   IF DISMISS-TERMS > 0 AND
                      RS-PROBATION-TERMS(RESULT-INDEX)
                          >= DISMISS-TERMS
                       MOVE "D" TO RS-STANDING(RESULT-INDEX)
                       ADD 1 TO DISMISSAL-COUNT
                   ELSE
                       MOVE "P" TO RS-STANDING(RESULT-INDEX)
                       ADD 1 TO PROBATION-COUNT
                   END-IF
               WHEN TERM-GPA >= HIGH-HONORS-GPA
                   MOVE "H" TO RS-STANDING(RESULT-INDEX)
                   ADD 1 TO HIGH-HONORS-COUNT
               WHEN TERM-GPA >= HONOR-ROLL-GPA
                   MOVE "R" TO RS-STANDING(RESULT-INDEX)
                   ADD 1 TO HONOR-ROLL-COUNT
               WHEN OTHER
                   MOVE "G" TO RS-STANDING(RESULT-INDEX)
                   ADD 1 TO GOOD-STANDING-COUNT
           END-EVALUATE.

       REWRITE-STANDING-HISTORY.
           OPEN OUTPUT STANDING-FILE
           IF STANDING-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open academic-standing-history.dat,"
                   " status " STANDING-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING STANDING-INDEX FROM 1 BY 1
               UNTIL STANDING-INDEX > STANDING-COUNT
               MOVE SE-RECORD(STANDING-INDEX) TO STANDING-RECORD
               WRITE STANDING-RECORD
           END-PERFORM
           PERFORM VARYING RESULT-INDEX FROM 1 BY 1
               UNTIL RESULT-INDEX > RESULT-COUNT
               MOVE SPACES TO STANDING-RECORD
               MOVE RS-STUDENT-NAME(RESULT-INDEX) TO ST-STUDENT-NAME
               MOVE CURRENT-TERM-ID TO ST-TERM-ID
               MOVE RS-TERM-GPA(RESULT-INDEX) TO ST-TERM-GPA
               MOVE RS-CUMULATIVE-GPA(RESULT-INDEX)
                   TO ST-CUMULATIVE-GPA
               MOVE RS-STANDING(RESULT-INDEX) TO ST-STANDING
               MOVE RS-PROBATION-TERMS(RESULT-INDEX)
                   TO ST-PROBATION-TERMS
               WRITE STANDING-RECORD
           END-PERFORM
           CLOSE STANDING-FILE
           DISPLAY "Standing filed on academic-standing-history.dat".

      *> High honors first, then the honor roll, each in transcript
      *> order.
       WRITE-HONOR-ROLL.
           OPEN OUTPUT HONOR-FILE
           MOVE SPACES TO HONOR-LINE
           STRING "HONOR ROLL - TERM " CURRENT-TERM-ID
               DELIMITED BY SIZE INTO HONOR-LINE
           WRITE HONOR-LINE
           MOVE SPACES TO HONOR-LINE
           STRING "High honors: term GPA " DELIMITED BY SIZE
               INTO HONOR-LINE
           MOVE HIGH-HONORS-GPA TO GPA-DISPLAY
           MOVE GPA-DISPLAY TO HONOR-LINE(23:4)
           MOVE "   Honor roll: term GPA" TO HONOR-LINE(27:23)
           MOVE HONOR-ROLL-GPA TO GPA-DISPLAY
           MOVE GPA-DISPLAY TO HONOR-LINE(51:4)
           WRITE HONOR-LINE
           MOVE ALL "-" TO HONOR-LINE
           WRITE HONOR-LINE
           MOVE "STUDENT               TERM GPA  CUM GPA  LEVEL"
               TO HONOR-LINE
           WRITE HONOR-LINE
           MOVE "H" TO LIST-STANDING
           PERFORM VARYING RESULT-INDEX FROM 1 BY 1
               UNTIL RESULT-INDEX > RESULT-COUNT
               IF RS-STANDING(RESULT-INDEX) = LIST-STANDING
                   PERFORM FORMAT-STANDING-LINE
                   MOVE "HIGH HONORS" TO OUTPUT-LINE(41:11)
                   MOVE OUTPUT-LINE TO HONOR-LINE
                   WRITE HONOR-LINE
               END-IF
           END-PERFORM
           MOVE "R" TO LIST-STANDING
           PERFORM VARYING RESULT-INDEX FROM 1 BY 1
               UNTIL RESULT-INDEX > RESULT-COUNT
               IF RS-STANDING(RESULT-INDEX) = LIST-STANDING
                   PERFORM FORMAT-STANDING-LINE
                   MOVE "HONOR ROLL" TO OUTPUT-LINE(41:10)
                   MOVE OUTPUT-LINE TO HONOR-LINE
                   WRITE HONOR-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO HONOR-LINE
           WRITE HONOR-LINE
           MOVE SPACES TO HONOR-LINE
           STRING "High honors " HIGH-HONORS-COUNT
               "   Honor roll " HONOR-ROLL-COUNT
               DELIMITED BY SIZE INTO HONOR-LINE
           WRITE HONOR-LINE
           MOVE "END OF REPORT" TO HONOR-LINE
           WRITE HONOR-LINE
           CLOSE HONOR-FILE.

       WRITE-PROBATION-LIST.
           OPEN OUTPUT PROBATION-FILE
           MOVE SPACES TO PROBATION-LINE
           STRING "ACADEMIC PROBATION - TERM " CURRENT-TERM-ID
               DELIMITED BY SIZE INTO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE SPACES TO PROBATION-LINE
           STRING "Term or cumulative GPA below " DELIMITED BY SIZE
               INTO PROBATION-LINE
           MOVE PROBATION-GPA TO GPA-DISPLAY
           MOVE GPA-DISPLAY TO PROBATION-LINE(30:4)
           WRITE PROBATION-LINE
           MOVE ALL "-" TO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE "STUDENT               TERM GPA  CUM GPA  TERMS ON"
               TO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE "P" TO LIST-STANDING
           PERFORM VARYING RESULT-INDEX FROM 1 BY 1
               UNTIL RESULT-INDEX > RESULT-COUNT
               IF RS-STANDING(RESULT-INDEX) = LIST-STANDING
                   PERFORM FORMAT-STANDING-LINE
                   MOVE OUTPUT-LINE TO PROBATION-LINE
                   WRITE PROBATION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE SPACES TO PROBATION-LINE
           STRING "Students on probation " PROBATION-COUNT
               DELIMITED BY SIZE INTO PROBATION-LINE
           WRITE PROBATION-LINE
           MOVE "END OF REPORT" TO PROBATION-LINE
           WRITE PROBATION-LINE
           CLOSE PROBATION-FILE.

       WRITE-DISMISSAL-REVIEW.
           OPEN OUTPUT DISMISSAL-FILE
           MOVE SPACES TO DISMISSAL-LINE
           STRING "DISMISSAL REVIEW - TERM " CURRENT-TERM-ID
               DELIMITED BY SIZE INTO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           MOVE SPACES TO DISMISSAL-LINE
           IF DISMISS-TERMS = 0
               MOVE "Policy sets no dismissal - list is empty"
                   TO DISMISSAL-LINE
           ELSE
               MOVE DISMISS-TERMS TO TERMS-DISPLAY
               STRING "On probation " TERMS-DISPLAY
                   " or more consecutive terms" DELIMITED BY SIZE
                   INTO DISMISSAL-LINE
           END-IF
           WRITE DISMISSAL-LINE
           MOVE ALL "-" TO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           MOVE "STUDENT               TERM GPA  CUM GPA  TERMS ON"
               TO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           MOVE "D" TO LIST-STANDING
           PERFORM VARYING RESULT-INDEX FROM 1 BY 1
               UNTIL RESULT-INDEX > RESULT-COUNT
               IF RS-STANDING(RESULT-INDEX) = LIST-STANDING
                   PERFORM FORMAT-STANDING-LINE
                   MOVE OUTPUT-LINE TO DISMISSAL-LINE
                   WRITE DISMISSAL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           MOVE SPACES TO DISMISSAL-LINE
           STRING "Students for review " DISMISSAL-COUNT
               DELIMITED BY SIZE INTO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           MOVE "END OF REPORT" TO DISMISSAL-LINE
           WRITE DISMISSAL-LINE
           CLOSE DISMISSAL-FILE.

      *> Name and both GPAs; on the probation and dismissal lists
      *> also the terms running the student has been on probation.
       FORMAT-STANDING-LINE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE RS-STUDENT-NAME(RESULT-INDEX) TO OUTPUT-LINE(1:20)
           MOVE RS-TERM-GPA(RESULT-INDEX) TO GPA-DISPLAY
           MOVE GPA-DISPLAY TO OUTPUT-LINE(25:4)
           MOVE RS-CUMULATIVE-GPA(RESULT-INDEX) TO CUM-GPA-DISPLAY
           MOVE CUM-GPA-DISPLAY TO OUTPUT-LINE(34:4)
           IF RS-PROBATION-TERMS(RESULT-INDEX) > 0
               MOVE RS-PROBATION-TERMS(RESULT-INDEX) TO TERMS-DISPLAY
               MOVE TERMS-DISPLAY TO OUTPUT-LINE(44:2)
           END-IF.
