      *> chronological) and the cumulative GPA across terms - the
      *> end-of-year standing, from the system instead of a folder
      *> of old printouts.
      *>
      *> Each line is one course: the term, the course, its credit
      *> hours and the grade points earned, and the cumulative GPA
      *> weights every course by its credit hours. A record filed
      *> before there were courses counts as one credit hour.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> they were filed in.
       01 HISTORY-COUNT      PIC 9(4) VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 2000 TIMES.
             10 HE-STUDENT-NAME PIC X(20).
             10 HE-TERM-ID      PIC X(8).
             10 HE-GPA          PIC 9V99.
             10 HE-COURSE-ID    PIC X(8).
             10 HE-CREDIT-HOURS PIC 9V9.
             10 HE-PRINTED      PIC X.
       01 HISTORY-INDEX      PIC 9(4) COMP.
       01 DETAIL-INDEX       PIC 9(4) COMP.

       01 CURRENT-STUDENT    PIC X(20).
       01 TERM-COUNT         PIC 9(3).
       01 HOURS-SUM          PIC 9(4)V9.
       01 GPA-SUM            PIC 9(5)V999.
       01 CUMULATIVE-GPA     PIC 9V99.
       01 GPA-DISPLAY        PIC 9.99.
       01 HOURS-DISPLAY      PIC ZZZ9.9.
       01 CREDIT-DISPLAY     PIC 9.9.
       01 STUDENT-TOTAL      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME    PIC X(30) VALUE "TRANSCRIPT-REPORT".
           STOP RUN.

       STORE-HISTORY-RECORD.
           IF HISTORY-COUNT < 2000
               ADD 1 TO HISTORY-COUNT
               MOVE TH-STUDENT-NAME
                   TO HE-STUDENT-NAME(HISTORY-COUNT)
               MOVE TH-TERM-ID TO HE-TERM-ID(HISTORY-COUNT)
               MOVE TH-GPA     TO HE-GPA(HISTORY-COUNT)
               MOVE TH-COURSE-ID TO HE-COURSE-ID(HISTORY-COUNT)
               IF TH-CREDIT-HOURS-X IS NUMERIC AND
                  TH-CREDIT-HOURS > 0
                   MOVE TH-CREDIT-HOURS
                       TO HE-CREDIT-HOURS(HISTORY-COUNT)
               ELSE
                   MOVE 1.0 TO HE-CREDIT-HOURS(HISTORY-COUNT)
               END-IF
               MOVE "N"        TO HE-PRINTED(HISTORY-COUNT)
           ELSE
               SET JOB-RC-WARNING TO TRUE
               STRING "Transcript history exceeds 2000 records - "
                   "report is incomplete" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING

      *> HISTORY-INDEX sits on the first unprinted record for this
      *> student; every record with the same name prints under one
      *> heading and folds into the cumulative GPA at its credit
      *> hours.
       PRINT-ONE-TRANSCRIPT.
           ADD 1 TO STUDENT-TOTAL
           MOVE HE-STUDENT-NAME(HISTORY-INDEX) TO CURRENT-STUDENT
           MOVE 0 TO TERM-COUNT
           MOVE 0 TO HOURS-SUM
           MOVE 0 TO GPA-SUM

           DISPLAY " "
                  AND HE-PRINTED(DETAIL-INDEX) = "N"
                   MOVE "Y" TO HE-PRINTED(DETAIL-INDEX)
                   ADD 1 TO TERM-COUNT
                   ADD HE-CREDIT-HOURS(DETAIL-INDEX) TO HOURS-SUM
                   COMPUTE GPA-SUM = GPA-SUM + HE-GPA(DETAIL-INDEX)
                       * HE-CREDIT-HOURS(DETAIL-INDEX)
                   MOVE HE-GPA(DETAIL-INDEX) TO GPA-DISPLAY
                   MOVE HE-CREDIT-HOURS(DETAIL-INDEX)
                       TO CREDIT-DISPLAY
                   DISPLAY "   " HE-TERM-ID(DETAIL-INDEX)
                       "  " HE-COURSE-ID(DETAIL-INDEX)
                       "  " CREDIT-DISPLAY " hrs"
                       "  GPA " GPA-DISPLAY
               END-IF
           END-PERFORM

           COMPUTE CUMULATIVE-GPA ROUNDED = GPA-SUM / HOURS-SUM
           MOVE CUMULATIVE-GPA TO GPA-DISPLAY
           MOVE HOURS-SUM TO HOURS-DISPLAY
           DISPLAY "   Cumulative GPA (" TERM-COUNT " courses, "
               HOURS-DISPLAY " hours): " GPA-DISPLAY.
