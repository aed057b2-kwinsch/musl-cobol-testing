       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORE-IMPORT.

      *> Score import from the learning system's gradebook export.
      *> Teachers keep their scores online, and re-keying them into
      *> roster-trans.txt by hand is where most of the grade-change
      *> audit entries came from. This job reads the export, checks
      *> it against the section's roster, and writes the score
      *> transactions ROSTER-MAINT applies as roster-trans.txt, so
      *> the next ROSTER-MAINT run for the same section posts them
      *> with the usual validation and maintenance log.
      *>
      *> gradebook-export.csv: comma-delimited, one header line
      *> (the student column, then one column per assignment in
      *> roster order) and one line per student - the student name
      *> as on class-roster.txt (any case), then a whole-number
      *> score 0-99 per assignment, blank where not yet graded.
      *>
      *> A row is not imported, and goes to
      *> score-import-exceptions.txt instead, when the student is
      *> not on the section's roster, when the student appears on
      *> more than one row (neither row can be trusted), or when
      *> it has the wrong number of columns; a score that isn't a
      *> whole number 0-99 is left out the same way while the
      *> rest of the row is imported. A score already on the
      *> roster generates no transaction.
      *>
      *> The whole file is refused - no transactions at all - when
      *> the term is closed for the section (transcript-history.dat
      *> holds the section's course for the current term, the same
      *> lock ROSTER-MAINT enforces; a post-close change is a G
      *> transaction with an authorizer, never an import), when the
      *> export's assignment columns don't match the roster's
      *> assignment count, or when the export is past the table.
      *>
      *> The section is named by GRADING-SECTION in the environment
      *> and looked up on course-catalog.dat, as for the other
      *> grading jobs; unset, the export is for the unnamed class.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO "gradebook-export.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "class-roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT TERM-FILE ASSIGN TO "grading-term.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.
           SELECT TRANSCRIPT-FILE
               ASSIGN TO "transcript-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSCRIPT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "roster-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO "score-import-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXPORT-FILE.
       01 EXPORT-LINE         PIC X(200).

       FD ROSTER-FILE.
       COPY ROSTREC.

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TERM-ID           PIC X(8).
          05 FILLER            PIC X(34).

       FD TRANSCRIPT-FILE.
       COPY TRANSREC.

      *> ROSTER-MAINT's transaction layout; the import writes score
      *> transactions only.
       FD TRANS-FILE.
       01 ROSTER-TRANS-RECORD.
          05 RT-ACTION         PIC X(1).
          05 RT-STUDENT-NAME   PIC X(20).
          05 RT-ASSIGN-NO      PIC 9(2).
          05 RT-SCORE          PIC 9(2).
          05 RT-TERM-ID        PIC X(8).
          05 RT-AUTHORIZER     PIC X(8).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01 EXPORT-FILE-STATUS  PIC X(2).
       01 ROSTER-FILE-STATUS  PIC X(2).
       01 TERM-FILE-STATUS    PIC X(2).
       01 TRANSCRIPT-STATUS   PIC X(2).
       01 TRANS-FILE-STATUS   PIC X(2).
       01 EXCEPTION-FILE-STATUS PIC X(2).

       01 EXPORT-EOF-FLAG     PIC X VALUE "N".
          88 EXPORT-AT-END    VALUE "Y".
       01 ROSTER-EOF-FLAG     PIC X VALUE "N".
          88 ROSTER-AT-END    VALUE "Y".
       01 TRANSCRIPT-EOF-FLAG PIC X VALUE "N".
          88 TRANSCRIPT-AT-END VALUE "Y".

      *> The course section this run imports for and its catalog
      *> entry; the course ID is what closes the term for it.
       01 SECTION-ID          PIC X(10) VALUE SPACES.
       01 SECTION-FOUND-FLAG  PIC X VALUE "N".
          88 SECTION-IS-CATALOGED VALUE "Y".
       COPY CRSCAT.

       01 CURRENT-TERM-ID     PIC X(8) VALUE SPACES.
       01 TERM-LOCK-FLAG      PIC X VALUE "N".
          88 TERM-IS-CLOSED   VALUE "Y".

      *> The section's roster as keyed, for matching names and
      *> telling a changed score from one already posted.
       01 STUDENT-COUNT       PIC 9(3) VALUE 0.
       01 ASSIGNMENT-COUNT    PIC 9(2) VALUE 0.
       01 ROSTER-CAPACITY     PIC 9(3) VALUE 100.
       01 ROSTER-TRUNC-FLAG   PIC X VALUE "N".
          88 ROSTER-LOAD-TRUNCATED VALUE "Y".
       01 STUDENT-ROSTER.
          05 ROSTER-ENTRY OCCURS 100 TIMES.
             10 RE-STUDENT-NAME PIC X(20).
             10 RE-SCORE-X OCCURS 10 TIMES PIC X(2).
       01 STUDENT-INDEX       PIC 9(3) COMP.
       01 FOUND-INDEX         PIC 9(3) COMP.
       01 ASSIGNMENT-INDEX    PIC 9(2) COMP.

      *> One export line split at the commas. The header decides
      *> how many assignment columns every row must carry.
       01 FIELD-COUNT         PIC 9(2).
       01 EXPORT-FIELDS.
          05 EXPORT-FIELD OCCURS 12 TIMES PIC X(30).
       01 HEADER-FLAG         PIC X VALUE "N".
          88 HEADER-WAS-READ  VALUE "Y".
       01 EXPORT-COLUMNS      PIC 9(2) VALUE 0.
       01 LINE-NUMBER         PIC 9(5) VALUE 0.

      *> The export's student rows, all held so a student on two
      *> rows can be caught before either is imported.
       01 ROW-COUNT           PIC 9(4) VALUE 0.
       01 ROW-CAPACITY        PIC 9(4) VALUE 300.
       01 ROW-OVFL-FLAG       PIC X VALUE "N".
          88 ROW-TABLE-OVERFLOWED VALUE "Y".
       01 ROW-TABLE.
          05 ROW-ENTRY OCCURS 300 TIMES.
             10 XR-LINE-NUMBER PIC 9(5).
             10 XR-STUDENT-NAME PIC X(30).
             10 XR-COLUMNS     PIC 9(2).
             10 XR-SCORE-TEXT OCCURS 10 TIMES PIC X(30).
             10 XR-DUPLICATE   PIC X.
       01 ROW-INDEX           PIC 9(4) COMP.
       01 OTHER-ROW-INDEX     PIC 9(4) COMP.

       01 SCORE-TEXT          PIC X(30).
       01 SCORE-VALUE         PIC S9(5)V99.
       01 POSTED-SCORE        PIC 9(2).
       01 SCORE-OK-FLAG       PIC X.
          88 SCORE-IS-VALID   VALUE "Y".

       01 EXCEPTION-REASON    PIC X(30).
       01 EXCEPTION-VALUE     PIC X(10).
       01 EXCEPTION-ASSIGN    PIC 9(2).
       01 REFUSAL-TEXT        PIC X(80).
       01 COUNT-DISPLAY       PIC ZZZ9.

       01 ROWS-IMPORTED       PIC 9(4) VALUE 0.
       01 ROWS-REJECTED       PIC 9(4) VALUE 0.
       01 SCORES-GENERATED    PIC 9(4) VALUE 0.
       01 SCORES-UNCHANGED    PIC 9(4) VALUE 0.
       01 SCORES-UNGRADED     PIC 9(4) VALUE 0.
       01 SCORES-REJECTED     PIC 9(4) VALUE 0.
       01 EXCEPTION-COUNT     PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "SCORE-IMPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Gradebook Score Import"
           DISPLAY "======================="
           DISPLAY " "

           OPEN INPUT EXPORT-FILE
           IF EXPORT-FILE-STATUS NOT = "00"
               DISPLAY "No gradebook-export.csv on file - "
                   "nothing to import."
               SET JOB-RC-SUCCESS TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO COURSE-CATALOG-RECORD
           ACCEPT SECTION-ID FROM ENVIRONMENT "GRADING-SECTION"
           IF SECTION-ID NOT = SPACES
               PERFORM LOOK-UP-SECTION
           END-IF

           PERFORM READ-CURRENT-TERM
           PERFORM LOAD-ROSTER
           PERFORM CHECK-TERM-LOCK
           PERFORM LOAD-EXPORT

           OPEN OUTPUT EXCEPTION-FILE
           PERFORM WRITE-EXCEPTION-HEADING

           IF TERM-IS-CLOSED
               MOVE SPACES TO REFUSAL-TEXT
               STRING "Term " CURRENT-TERM-ID
                   " is closed for the section - import refused"
                   DELIMITED BY SIZE INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF
           IF STUDENT-COUNT = 0
               MOVE SPACES TO REFUSAL-TEXT
               STRING "No roster records for the section - "
                   "import refused" DELIMITED BY SIZE
                   INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF
           IF ROSTER-LOAD-TRUNCATED
               MOVE SPACES TO REFUSAL-TEXT
               STRING "Section roster exceeds " ROSTER-CAPACITY
                   " students - import refused"
                   DELIMITED BY SIZE INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF
           IF ROW-TABLE-OVERFLOWED
               MOVE SPACES TO REFUSAL-TEXT
               STRING "gradebook-export.csv exceeds " ROW-CAPACITY
                   " rows - import refused"
                   DELIMITED BY SIZE INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF
           IF EXPORT-COLUMNS NOT = ASSIGNMENT-COUNT
               MOVE SPACES TO REFUSAL-TEXT
               STRING "Export has " EXPORT-COLUMNS
                   " assignment columns, roster has "
                   ASSIGNMENT-COUNT " - import refused"
                   DELIMITED BY SIZE INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF

           PERFORM MARK-DUPLICATE-ROWS

           OPEN OUTPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               MOVE SPACES TO REFUSAL-TEXT
               STRING "Could not open roster-trans.txt, status "
                   TRANS-FILE-STATUS " - import refused"
                   DELIMITED BY SIZE INTO REFUSAL-TEXT
               PERFORM REFUSE-IMPORT
           END-IF

           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > ROW-COUNT
               PERFORM IMPORT-ONE-ROW
           END-PERFORM
           CLOSE TRANS-FILE

           PERFORM WRITE-EXCEPTION-TOTALS
           CLOSE EXCEPTION-FILE

           DISPLAY "Export rows read:     " ROW-COUNT
           DISPLAY "Rows imported:        " ROWS-IMPORTED
           DISPLAY "Rows rejected:        " ROWS-REJECTED
           DISPLAY "Score transactions:   " SCORES-GENERATED
           DISPLAY "Scores unchanged:     " SCORES-UNCHANGED
           DISPLAY "Scores not yet graded:" SCORES-UNGRADED
           DISPLAY "Scores rejected:      " SCORES-REJECTED
           DISPLAY "Wrote roster-trans.txt"

           IF EXCEPTION-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE EXCEPTION-COUNT TO COUNT-DISPLAY
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Score import had" COUNT-DISPLAY
                   " exceptions - see score-import-exceptions.txt"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> A named section must be on the catalog for the term, as
      *> for every grading job.
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
               CLOSE EXPORT-FILE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Section " SECTION-ID "  " CC-COURSE-ID "  "
               CC-COURSE-TITLE.

       READ-CURRENT-TERM.
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

      *> The section's records only; the assignment count comes off
      *> the first of them, as every grading job reads it.
       LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE
           IF ROSTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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
           CLOSE ROSTER-FILE.

       STORE-ROSTER-RECORD.
           IF STUDENT-COUNT = 0
               PERFORM COUNT-ASSIGNMENTS
           END-IF
           ADD 1 TO STUDENT-COUNT
           MOVE RFR-STUDENT-NAME TO RE-STUDENT-NAME(STUDENT-COUNT)
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               MOVE RFR-SCORE-X(ASSIGNMENT-INDEX)
                   TO RE-SCORE-X(STUDENT-COUNT ASSIGNMENT-INDEX)
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

      *> The same lock ROSTER-MAINT enforces: a transcript record
      *> of this section's for the current term means the term is
      *> closed for the section. A record filed before the
      *> transcript carried sections has the section blank and
      *> counts when its student is on this section's roster.
       CHECK-TERM-LOCK.
           IF CURRENT-TERM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANSCRIPT-FILE
           IF TRANSCRIPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL TRANSCRIPT-AT-END
               READ TRANSCRIPT-FILE
                   AT END SET TRANSCRIPT-AT-END TO TRUE
                   NOT AT END
                       IF TH-TERM-ID = CURRENT-TERM-ID AND
                          TH-COURSE-ID = CC-COURSE-ID
                           PERFORM CHECK-SECTION-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSCRIPT-FILE.

       CHECK-SECTION-RECORD.
           IF TH-SECTION-ID = SECTION-ID
               SET TERM-IS-CLOSED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF TH-SECTION-ID = SPACES
               PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
                   UNTIL STUDENT-INDEX > STUDENT-COUNT
                   IF RE-STUDENT-NAME(STUDENT-INDEX) =
                      TH-STUDENT-NAME
                       SET TERM-IS-CLOSED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> The first non-blank line is the header; a spreadsheet's
      *> carriage returns and blank lines are passed over.
       LOAD-EXPORT.
           PERFORM UNTIL EXPORT-AT-END
               READ EXPORT-FILE
                   AT END SET EXPORT-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       INSPECT EXPORT-LINE
                           REPLACING ALL X"0D" BY SPACE
                       IF EXPORT-LINE NOT = SPACES
                           PERFORM SPLIT-EXPORT-LINE
                           IF HEADER-WAS-READ
                               PERFORM STORE-EXPORT-ROW
                           ELSE
                               SET HEADER-WAS-READ TO TRUE
                               IF FIELD-COUNT > 0
                                   SUBTRACT 1 FROM FIELD-COUNT
                                       GIVING EXPORT-COLUMNS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPORT-FILE.

      *> More fields than the table holds can't be a roster row, so
      *> an overflow counts as one too many columns.
       SPLIT-EXPORT-LINE.
           MOVE SPACES TO EXPORT-FIELDS
           MOVE 0 TO FIELD-COUNT
           UNSTRING EXPORT-LINE DELIMITED BY ","
               INTO EXPORT-FIELD(1)  EXPORT-FIELD(2)
                    EXPORT-FIELD(3)  EXPORT-FIELD(4)
                    EXPORT-FIELD(5)  EXPORT-FIELD(6)
                    EXPORT-FIELD(7)  EXPORT-FIELD(8)
                    EXPORT-FIELD(9)  EXPORT-FIELD(10)
                    EXPORT-FIELD(11) EXPORT-FIELD(12)
               TALLYING IN FIELD-COUNT
               ON OVERFLOW MOVE 99 TO FIELD-COUNT
           END-UNSTRING.

       STORE-EXPORT-ROW.
           IF ROW-COUNT NOT < ROW-CAPACITY
               SET ROW-TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ROW-COUNT
           MOVE LINE-NUMBER TO XR-LINE-NUMBER(ROW-COUNT)
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(EXPORT-FIELD(1)))
               TO XR-STUDENT-NAME(ROW-COUNT)
           IF FIELD-COUNT > 0
               SUBTRACT 1 FROM FIELD-COUNT
                   GIVING XR-COLUMNS(ROW-COUNT)
           ELSE
               MOVE 0 TO XR-COLUMNS(ROW-COUNT)
           END-IF
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > 10
               MOVE FUNCTION TRIM(EXPORT-FIELD(ASSIGNMENT-INDEX + 1))
                   TO XR-SCORE-TEXT(ROW-COUNT ASSIGNMENT-INDEX)
           END-PERFORM
           MOVE "N" TO XR-DUPLICATE(ROW-COUNT).

      *> A student on two rows has two different answers for the
      *> same scores; both rows are held back for the teacher.
       MARK-DUPLICATE-ROWS.
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > ROW-COUNT
               PERFORM VARYING OTHER-ROW-INDEX FROM 1 BY 1
                   UNTIL OTHER-ROW-INDEX > ROW-COUNT
                   IF OTHER-ROW-INDEX NOT = ROW-INDEX AND
                      XR-STUDENT-NAME(OTHER-ROW-INDEX) =
                      XR-STUDENT-NAME(ROW-INDEX)
                       MOVE "Y" TO XR-DUPLICATE(ROW-INDEX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       IMPORT-ONE-ROW.
           MOVE 0 TO EXCEPTION-ASSIGN
           MOVE SPACES TO EXCEPTION-VALUE
           IF XR-COLUMNS(ROW-INDEX) NOT = EXPORT-COLUMNS
               MOVE XR-COLUMNS(ROW-INDEX) TO EXCEPTION-VALUE
               MOVE "WRONG NUMBER OF COLUMNS" TO EXCEPTION-REASON
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF
           IF XR-DUPLICATE(ROW-INDEX) = "Y"
               MOVE "DUPLICATE ROW FOR STUDENT" TO EXCEPTION-REASON
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               IF RE-STUDENT-NAME(STUDENT-INDEX) =
                  XR-STUDENT-NAME(ROW-INDEX)
                   MOVE STUDENT-INDEX TO FOUND-INDEX
               END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
               MOVE "NOT ON SECTION ROSTER" TO EXCEPTION-REASON
               PERFORM REJECT-ROW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO ROWS-IMPORTED
           PERFORM VARYING ASSIGNMENT-INDEX FROM 1 BY 1
               UNTIL ASSIGNMENT-INDEX > EXPORT-COLUMNS
               PERFORM IMPORT-ONE-SCORE
           END-PERFORM.

       REJECT-ROW.
           ADD 1 TO ROWS-REJECTED
           PERFORM WRITE-EXCEPTION-LINE.

      *> Blank is not yet graded and posts nothing; otherwise the
      *> score must be a whole number 0-99, the most a roster
      *> score pair holds.
       IMPORT-ONE-SCORE.
           MOVE XR-SCORE-TEXT(ROW-INDEX ASSIGNMENT-INDEX)
               TO SCORE-TEXT
           IF SCORE-TEXT = SPACES
               ADD 1 TO SCORES-UNGRADED
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO SCORE-OK-FLAG
           IF FUNCTION TEST-NUMVAL(SCORE-TEXT) = 0
               COMPUTE SCORE-VALUE = FUNCTION NUMVAL(SCORE-TEXT)
               IF SCORE-VALUE >= 0 AND SCORE-VALUE <= 99 AND
                  SCORE-VALUE = FUNCTION INTEGER-PART(SCORE-VALUE)
                   SET SCORE-IS-VALID TO TRUE
               ELSE
                   MOVE "SCORE OUT OF RANGE 0-99" TO EXCEPTION-REASON
               END-IF
           ELSE
               MOVE "SCORE NOT NUMERIC" TO EXCEPTION-REASON
           END-IF
           IF NOT SCORE-IS-VALID
               ADD 1 TO SCORES-REJECTED
               MOVE ASSIGNMENT-INDEX TO EXCEPTION-ASSIGN
               MOVE SCORE-TEXT TO EXCEPTION-VALUE
               PERFORM WRITE-EXCEPTION-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SCORE-VALUE TO POSTED-SCORE
           IF RE-SCORE-X(FOUND-INDEX ASSIGNMENT-INDEX) IS NUMERIC
               IF RE-SCORE-X(FOUND-INDEX ASSIGNMENT-INDEX) =
                  POSTED-SCORE
                   ADD 1 TO SCORES-UNCHANGED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO ROSTER-TRANS-RECORD
           MOVE "S" TO RT-ACTION
           MOVE RE-STUDENT-NAME(FOUND-INDEX) TO RT-STUDENT-NAME
           MOVE ASSIGNMENT-INDEX TO RT-ASSIGN-NO
           MOVE POSTED-SCORE TO RT-SCORE
           WRITE ROSTER-TRANS-RECORD
           ADD 1 TO SCORES-GENERATED.

       WRITE-EXCEPTION-HEADING.
           MOVE SPACES TO EXCEPTION-LINE
           STRING "SCORE IMPORT EXCEPTIONS - TERM " CURRENT-TERM-ID
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           IF SECTION-ID NOT = SPACES
               MOVE "SECTION" TO EXCEPTION-LINE(50:7)
               MOVE SECTION-ID TO EXCEPTION-LINE(58:10)
           END-IF
           WRITE EXCEPTION-LINE
           MOVE ALL "-" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           MOVE "LINE   STUDENT" TO EXCEPTION-LINE(1:14)
           MOVE "ASGN   VALUE" TO EXCEPTION-LINE(31:12)
           MOVE "REASON" TO EXCEPTION-LINE(50:6)
           WRITE EXCEPTION-LINE.

      *> Line number in the export, the name as exported, and for a
      *> score exception the assignment and the value as keyed.
       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-LINE
           MOVE XR-LINE-NUMBER(ROW-INDEX) TO EXCEPTION-LINE(1:5)
           MOVE XR-STUDENT-NAME(ROW-INDEX) TO EXCEPTION-LINE(8:22)
           IF EXCEPTION-ASSIGN > 0
               MOVE EXCEPTION-ASSIGN TO EXCEPTION-LINE(32:2)
           END-IF
           MOVE EXCEPTION-VALUE TO EXCEPTION-LINE(38:10)
           MOVE EXCEPTION-REASON TO EXCEPTION-LINE(50:30)
           WRITE EXCEPTION-LINE.

       WRITE-EXCEPTION-TOTALS.
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "Rows imported " ROWS-IMPORTED
               "   Rows rejected " ROWS-REJECTED
               "   Scores rejected " SCORES-REJECTED
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "END OF REPORT" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE.

      *> Nothing is written to roster-trans.txt; the reason heads
      *> the exception report so the teacher sees why.
       REFUSE-IMPORT.
           SET JOB-RC-ERROR TO TRUE
           MOVE REFUSAL-TEXT TO ERRLOG-TEXT
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "ERROR: " ERRLOG-TEXT
           MOVE REFUSAL-TEXT TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "END OF REPORT" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           CLOSE EXCEPTION-FILE
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.
