      *> date (YYYYMMDD), and column 30 the status byte (for
      *> marks). A second mark for the same student and date
      *> replaces the first - corrections are just re-marks.
      *>
      *> A run keeps one course section's attendance, named by
      *> GRADING-SECTION in the environment and looked up on
      *> course-catalog.dat: a student must be on that section's
      *> roster, marks are that section's, and every other
      *> section's marks pass through untouched. With
      *> GRADING-SECTION unset the run keeps the unnamed class's
      *> attendance as it always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MAINT-LOG-FILE ASSIGN TO "attendance-maint.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
           SELECT ATTEND-WORK-FILE ASSIGN TO "class-attendance.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTEND-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 AL-STATUS         PIC X(1).
          05 FILLER            PIC X(2).
          05 AL-RESULT         PIC X(30).
          05 FILLER            PIC X(2).
          05 AL-SECTION-ID     PIC X(10).

      *> Every other section's marks are copied here as they are
      *> read and this section's written after them; the work file
      *> then replaces the live one.
       FD ATTEND-WORK-FILE.
       01 ATTEND-WORK-RECORD  PIC X(45).

       WORKING-STORAGE SECTION.
       01 ROSTER-FILE-STATUS PIC X(2).
       01 TRANS-FILE-STATUS  PIC X(2).
       01 ATTENDANCE-STATUS  PIC X(2).
       01 MAINT-LOG-STATUS   PIC X(2).
       01 ATTEND-WORK-STATUS PIC X(2).

       01 ROSTER-EOF-FLAG    PIC X VALUE "N".
          88 ROSTER-AT-END   VALUE "Y".
       01 ATTEND-EOF-FLAG    PIC X VALUE "N".
          88 ATTEND-AT-END   VALUE "Y".

      *> The course section this run keeps.
       01 SECTION-ID         PIC X(10) VALUE SPACES.
       01 SECTION-FOUND-FLAG PIC X VALUE "N".
          88 SECTION-IS-CATALOGED VALUE "Y".
       COPY CRSCAT.
       01 FILE-COMMAND       PIC X(200).

      *> Roster names for validation, same capacity the grading
      *> subsystem carries.
       01 STUDENT-COUNT      PIC 9(3) VALUE 0.
               STOP RUN
           END-IF

           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               PERFORM LOOK-UP-SECTION
           END-IF

           PERFORM LOAD-ROSTER-NAMES

           PERFORM LOAD-ATTENDANCE
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> A named section must be on the catalog for the term.
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

       LOAD-ROSTER-NAMES.
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS = "00"
                   READ ROSTER-FILE
                       AT END SET ROSTER-AT-END TO TRUE
                       NOT AT END
                           IF STUDENT-COUNT < 100 AND
                              RFR-SECTION-ID = SECTION-ID
                               ADD 1 TO STUDENT-COUNT
                               MOVE RFR-STUDENT-NAME TO
                                   ROSTER-NAME(STUDENT-COUNT)
           END-IF.

       LOAD-ATTENDANCE.
           OPEN OUTPUT ATTEND-WORK-FILE
           OPEN INPUT ATTENDANCE-FILE
           IF ATTENDANCE-STATUS = "00"
               PERFORM UNTIL ATTEND-AT-END
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           CLOSE ATTEND-WORK-FILE.

       STORE-ATTEND-RECORD.
           IF ATT-SECTION-ID NOT = SECTION-ID
               WRITE ATTEND-WORK-RECORD FROM ATTENDANCE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF ATTEND-COUNT < 1000
               ADD 1 TO ATTEND-COUNT
               MOVE ATT-STUDENT-NAME
           MOVE AT-SESSION-DATE       TO AL-SESSION-DATE
           MOVE AT-STATUS             TO AL-STATUS
           MOVE LOG-RESULT            TO AL-RESULT
           MOVE SECTION-ID            TO AL-SECTION-ID
           WRITE MAINT-LOG-RECORD.

      *> Writes the section's surviving marks after the other
      *> sections' and puts the result in place; removed marks
      *> simply aren't rewritten. A load that overran the table
      *> refuses the rewrite outright, as ROSTER-MAINT does for
      *> the roster.
       REWRITE-ATTENDANCE.
           IF ATTEND-LOAD-TRUNCATED
               SET JOB-RC-ERROR TO TRUE
               STRING "Section attendance exceeds 1000 records "
                   "- attendance NOT rewritten"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ATTEND-WORK-FILE
           PERFORM VARYING ATTEND-IDX-WORK FROM 1 BY 1
               UNTIL ATTEND-IDX-WORK > ATTEND-COUNT
               IF AE-REMOVED(ATTEND-IDX-WORK) = "N"
                       TO ATT-SESSION-DATE
                   MOVE AE-STATUS(ATTEND-IDX-WORK)
                       TO ATT-STATUS
                   MOVE SECTION-ID TO ATT-SECTION-ID
                   WRITE ATTEND-WORK-RECORD FROM ATTENDANCE-RECORD
               END-IF
           END-PERFORM
           CLOSE ATTEND-WORK-FILE
           MOVE "mv class-attendance.work class-attendance.dat"
               TO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND
           DISPLAY "Rewrote class-attendance.dat".
