       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ARRIVAL-REPORT.

      *> Feed-arrival history report: which regional offices get
      *> their sales feed in on time and which are chronically
      *> late. Reads the arrival record FEED-ARRIVAL-CHECK appends
      *> for every due feed each business date and prints one line
      *> per feed over the trailing window - the days it was due,
      *> how many of those it arrived on time, late (with the
      *> average minutes past cutoff), missing, or otherwise not
      *> usable (empty, stale, or not on the day's run list) - and
      *> the share of due days it was not on time. A feed not on
      *> time on at least CHRONIC-PCT percent of at least
      *> CHRONIC-MIN-DAYS due days is flagged CHRONIC. When the
      *> check was rerun for a date, only the latest record per
      *> feed for that date counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "feed-arrival-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "feed-arrival-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       COPY FEEDHIST.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC X(2).
       01 HISTORY-EOF-FLAG    PIC X VALUE "N".
          88 HISTORY-AT-END   VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 WINDOW-START-DATE   PIC 9(8).
       01 DAY-NUMBER-WORK     PIC 9(8).

      *> Reporting window in calendar days back from the business
      *> date, and the chronic-lateness threshold.
       01 REPORT-WINDOW-DAYS  PIC 9(4) VALUE 90.
       01 CHRONIC-PCT         PIC 9(3) VALUE 20.
       01 CHRONIC-MIN-DAYS    PIC 9(4) VALUE 5.

      *> One entry per feed seen in the window. The last date and
      *> outcome counted are kept so a rerun record for the same
      *> date replaces the earlier one instead of adding to it.
       01 FEED-COUNT PIC S9(4) COMP VALUE 0.
       01 FEED-TABLE.
          05 FEED-ENTRY OCCURS 0 TO 100 TIMES
                        DEPENDING ON FEED-COUNT
                        INDEXED BY FEED-IDX.
             10 FT-FEED-NAME     PIC X(20).
             10 FT-OFFICE        PIC X(12).
             10 FT-DUE-DAYS      PIC 9(5).
             10 FT-ON-TIME       PIC 9(5).
             10 FT-LATE          PIC 9(5).
             10 FT-MISSING       PIC 9(5).
             10 FT-OTHER         PIC 9(5).
             10 FT-MINUTES-LATE  PIC 9(9).
             10 FT-LAST-DATE     PIC X(8).
             10 FT-LAST-OUTCOME  PIC X(8).
             10 FT-LAST-MINUTES  PIC 9(5).
       01 FEED-OVERFLOW-FLAG  PIC X VALUE "N".
          88 FEED-TABLE-OVERFLOWED VALUE "Y".

       01 COUNT-SIGN          PIC S9(1).
       01 OUTCOME-WORK        PIC X(8).
       01 MINUTES-WORK        PIC 9(5).
       01 NOT-ON-TIME         PIC 9(5).
       01 NOT-ON-TIME-PCT     PIC 9(3).
       01 AVERAGE-LATE        PIC 9(5).
       01 CHRONIC-FLAG-TEXT   PIC X(7).
       01 CHRONIC-COUNT       PIC 9(4) VALUE 0.
       01 RECORDS-COUNTED     PIC 9(7) VALUE 0.
       01 FEEDS-REPORTED      PIC 9(4).

       01 DAYS-ED             PIC ZZZZ9.
       01 ON-TIME-ED          PIC ZZZZ9.
       01 LATE-ED             PIC ZZZZ9.
       01 MISSING-ED          PIC ZZZZ9.
       01 OTHER-ED            PIC ZZZZ9.
       01 AVERAGE-ED          PIC ZZZZ9.
       01 PCT-ED              PIC ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "FEED-ARRIVAL-REPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Feed Arrival History Report"
           DISPLAY "==========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM
           COMPUTE DAY-NUMBER-WORK =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)
               - REPORT-WINDOW-DAYS + 1
           COMPUTE WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER(DAY-NUMBER-WORK)

           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "No feed-arrival-history.dat on file - "
                   "nothing to report."
               SET JOB-RC-SUCCESS TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HISTORY-AT-END
               READ HISTORY-FILE
                   AT END SET HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF FA-RUN-DATE >= WINDOW-START-DATE AND
                          FA-RUN-DATE <= TODAYS-DATE-TAG
                           PERFORM COUNT-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           IF FEED-COUNT = 0
               MOVE "  No feeds due inside the window" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING FEED-IDX FROM 1 BY 1
               UNTIL FEED-IDX > FEED-COUNT
               PERFORM WRITE-FEED-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CHRONIC-COUNT TO DAYS-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  FEEDS CHRONICALLY LATE: " DAYS-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Arrival records counted: " RECORDS-COUNTED
           MOVE FEED-COUNT TO FEEDS-REPORTED
           DISPLAY "Feeds reported:          " FEEDS-REPORTED
           DISPLAY "Chronically late:        " CHRONIC-COUNT
           DISPLAY "Wrote feed-arrival-report.txt"

           IF FEED-TABLE-OVERFLOWED
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "More than 100 feeds in the arrival history - "
                   "report is incomplete"
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

       COUNT-ONE-ARRIVAL.
           SET FEED-IDX TO 1
           SEARCH FEED-ENTRY
               AT END
                   IF FEED-COUNT < 100
                       ADD 1 TO FEED-COUNT
                       SET FEED-IDX TO FEED-COUNT
                       MOVE FA-FEED-NAME TO FT-FEED-NAME(FEED-IDX)
                       MOVE 0 TO FT-DUE-DAYS(FEED-IDX)
                       MOVE 0 TO FT-ON-TIME(FEED-IDX)
                       MOVE 0 TO FT-LATE(FEED-IDX)
                       MOVE 0 TO FT-MISSING(FEED-IDX)
                       MOVE 0 TO FT-OTHER(FEED-IDX)
                       MOVE 0 TO FT-MINUTES-LATE(FEED-IDX)
                       MOVE SPACES TO FT-LAST-DATE(FEED-IDX)
                   ELSE
                       SET FEED-TABLE-OVERFLOWED TO TRUE
                       EXIT PARAGRAPH
                   END-IF
               WHEN FT-FEED-NAME(FEED-IDX) = FA-FEED-NAME
                   CONTINUE
           END-SEARCH
           ADD 1 TO RECORDS-COUNTED
           MOVE FA-OFFICE TO FT-OFFICE(FEED-IDX)

           IF FT-LAST-DATE(FEED-IDX) = FA-RUN-DATE
               MOVE -1 TO COUNT-SIGN
               MOVE FT-LAST-OUTCOME(FEED-IDX) TO OUTCOME-WORK
               MOVE FT-LAST-MINUTES(FEED-IDX) TO MINUTES-WORK
               PERFORM TALLY-OUTCOME
           END-IF

           MOVE 1 TO COUNT-SIGN
           MOVE FA-OUTCOME      TO OUTCOME-WORK
           MOVE FA-MINUTES-LATE TO MINUTES-WORK
           PERFORM TALLY-OUTCOME
           MOVE FA-RUN-DATE     TO FT-LAST-DATE(FEED-IDX)
           MOVE FA-OUTCOME      TO FT-LAST-OUTCOME(FEED-IDX)
           MOVE FA-MINUTES-LATE TO FT-LAST-MINUTES(FEED-IDX).

      *> Adds (COUNT-SIGN 1) or backs out (-1) one day's outcome.
       TALLY-OUTCOME.
           ADD COUNT-SIGN TO FT-DUE-DAYS(FEED-IDX)
           EVALUATE OUTCOME-WORK
               WHEN "ON TIME"
                   ADD COUNT-SIGN TO FT-ON-TIME(FEED-IDX)
               WHEN "LATE"
                   ADD COUNT-SIGN TO FT-LATE(FEED-IDX)
                   COMPUTE FT-MINUTES-LATE(FEED-IDX) =
                       FT-MINUTES-LATE(FEED-IDX)
                       + COUNT-SIGN * MINUTES-WORK
               WHEN "MISSING"
                   ADD COUNT-SIGN TO FT-MISSING(FEED-IDX)
               WHEN OTHER
                   ADD COUNT-SIGN TO FT-OTHER(FEED-IDX)
           END-EVALUATE.

       WRITE-FEED-LINE.
           COMPUTE NOT-ON-TIME =
               FT-DUE-DAYS(FEED-IDX) - FT-ON-TIME(FEED-IDX)
           MOVE 0 TO NOT-ON-TIME-PCT
           IF FT-DUE-DAYS(FEED-IDX) > 0
               COMPUTE NOT-ON-TIME-PCT ROUNDED =
                   NOT-ON-TIME * 100 / FT-DUE-DAYS(FEED-IDX)
           END-IF
           MOVE 0 TO AVERAGE-LATE
           IF FT-LATE(FEED-IDX) > 0
               COMPUTE AVERAGE-LATE ROUNDED =
                   FT-MINUTES-LATE(FEED-IDX) / FT-LATE(FEED-IDX)
           END-IF
           MOVE SPACES TO CHRONIC-FLAG-TEXT
           IF FT-DUE-DAYS(FEED-IDX) >= CHRONIC-MIN-DAYS AND
              NOT-ON-TIME-PCT >= CHRONIC-PCT
               MOVE "CHRONIC" TO CHRONIC-FLAG-TEXT
               ADD 1 TO CHRONIC-COUNT
           END-IF

           MOVE FT-DUE-DAYS(FEED-IDX) TO DAYS-ED
           MOVE FT-ON-TIME(FEED-IDX)  TO ON-TIME-ED
           MOVE FT-LATE(FEED-IDX)     TO LATE-ED
           MOVE FT-MISSING(FEED-IDX)  TO MISSING-ED
           MOVE FT-OTHER(FEED-IDX)    TO OTHER-ED
           MOVE AVERAGE-LATE          TO AVERAGE-ED
           MOVE NOT-ON-TIME-PCT       TO PCT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " FT-OFFICE(FEED-IDX) " "
               FT-FEED-NAME(FEED-IDX) " " DAYS-ED " " ON-TIME-ED
               " " LATE-ED " " AVERAGE-ED " " MISSING-ED
               " " OTHER-ED "  " PCT-ED "%  " CHRONIC-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADER.
           MOVE "FEED ARRIVAL HISTORY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "   WINDOW FROM: " WINDOW-START-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  OFFICE       FEED                   DUE ONTIME"
               "  LATE AVGMN  MISS OTHER  LATE%"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
