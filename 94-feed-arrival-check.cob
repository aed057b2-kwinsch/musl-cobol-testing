       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-ARRIVAL-CHECK.

      *> Expected-feed check, run by BATCH-DRIVER just ahead of
      *> MIXED-EXAMPLE. MIXED-EXAMPLE processes whichever regional
      *> feeds mixed-example.ctl names and is content with whatever
      *> it finds, so a region that never sent its file used to
      *> show up only as a low day - if SALES-TOTAL-GATE's band
      *> happened to be tight enough to notice. This job holds the
      *> day's run against the schedule in expected-feeds.ctl: for
      *> every feed due on the business date's weekday it looks at
      *> the file itself and judges it
      *>   MISSING  - not there at all;
      *>   EMPTY    - there, but zero bytes;
      *>   STALE    - last written before the business date, i.e.
      *>              yesterday's file still sitting there;
      *>   NOTINRUN - fresh, but not named on mixed-example.ctl,
      *>              so the run would pass it by;
      *>   LATE     - fresh, but written after its cutoff time;
      *>   ON TIME  - fresh and inside its cutoff.
      *> A late feed has still arrived and does not stop anything.
      *> Any of the other four is a problem feed: one scheduled H
      *> holds the chain (HELD, 12) so the day is not posted short;
      *> one scheduled W is written to JOBERR.LOG as a warning and
      *> the chain carries on. A held feed operations has decided
      *> to run without is excused for the day by a record in
      *> feed-override.ctl naming the business date and the feed;
      *> it passes with a JOBERR.LOG warning instead. Every due
      *> feed's arrival - stamp, size, outcome, minutes past
      *> cutoff - is appended to feed-arrival-history.dat for
      *> FEED-ARRIVAL-REPORT. With no schedule on file nothing is
      *> expected and the run goes ahead as it always has.
      *>
      *> expected-feeds.ctl, one record per regional feed: columns
      *> 1-20 the feed file name as mixed-example.ctl gives it,
      *> 23-34 the sending office, 37-43 the days it is due, one
      *> byte per weekday Monday through Sunday ("YYYYYNN" =
      *> weekdays), 46-49 the cutoff time HHMM (blank or not
      *> numeric - no cutoff), 52 the action on a problem feed (H
      *> hold the chain, W warn only; blank holds).
      *>
      *> feed-override.ctl: columns 1-8 the business date, 11-30
      *> the feed excused for that date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "expected-feeds.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "mixed-example.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "feed-override.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "feed-arrival-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
          05 EF-FEED-NAME     PIC X(20).
          05 FILLER           PIC X(2).
          05 EF-OFFICE        PIC X(12).
          05 FILLER           PIC X(2).
          05 EF-DUE-DAYS      PIC X(7).
          05 FILLER           PIC X(2).
          05 EF-CUTOFF-X.
             10 EF-CUTOFF-HH  PIC 9(2).
             10 EF-CUTOFF-MM  PIC 9(2).
          05 FILLER           PIC X(2).
          05 EF-ACTION        PIC X(1).
             88 EF-WARN-ONLY  VALUE "W".

      *> MIXED-EXAMPLE's run parameter layout.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
          05 RCTL-INPUT-FILE     PIC X(20).
          05 RCTL-OUTPUT-FILE    PIC X(20).

       FD OVERRIDE-FILE.
       01 OVERRIDE-RECORD.
          05 OVR-RUN-DATE     PIC X(8).
          05 FILLER           PIC X(2).
          05 OVR-FEED-NAME    PIC X(20).

       FD HISTORY-FILE.
       COPY FEEDHIST.

       WORKING-STORAGE SECTION.
       01 SCHEDULE-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS   PIC X(2).
       01 OVERRIDE-FILE-STATUS PIC X(2).
       01 HISTORY-FILE-STATUS  PIC X(2).

       01 SCHEDULE-EOF-FLAG   PIC X VALUE "N".
          88 SCHEDULE-AT-END  VALUE "Y".
       01 CONTROL-EOF-FLAG    PIC X VALUE "N".
          88 CONTROL-AT-END   VALUE "Y".
       01 OVERRIDE-EOF-FLAG   PIC X VALUE "N".
          88 OVERRIDE-AT-END  VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 TODAY-DAY-NUMBER    PIC 9(8).
       01 WEEKDAY-NUM         PIC 9(1).

      *> The feeds today's MIXED-EXAMPLE run will read - the names
      *> on mixed-example.ctl, or its one default feed when there
      *> is no control file.
       01 RUN-FEED-COUNT PIC S9(4) COMP VALUE 0.
       01 RUN-FEED-TABLE.
          05 RUN-FEED-ENTRY OCCURS 0 TO 10 TIMES
                            DEPENDING ON RUN-FEED-COUNT
                            INDEXED BY RUN-IDX.
             10 RF-FEED-NAME  PIC X(20).

      *> Feeds operations has excused for the business date.
       01 EXCUSED-COUNT PIC S9(4) COMP VALUE 0.
       01 EXCUSED-TABLE.
          05 EXCUSED-ENTRY OCCURS 0 TO 50 TIMES
                           DEPENDING ON EXCUSED-COUNT
                           INDEXED BY EXC-IDX.
             10 EX-FEED-NAME  PIC X(20).

      *> The feed file's directory entry, as CBL_CHECK_FILE_EXIST
      *> returns it.
       01 FEED-FILE-NAME      PIC X(21).
       01 FEED-FILE-INFO.
          05 FFI-SIZE         PIC X(8) COMP-X.
          05 FFI-DAY          PIC X(1) COMP-X.
          05 FFI-MONTH        PIC X(1) COMP-X.
          05 FFI-YEAR         PIC X(2) COMP-X.
          05 FFI-HOURS        PIC X(1) COMP-X.
          05 FFI-MINUTES      PIC X(1) COMP-X.
          05 FFI-SECONDS      PIC X(1) COMP-X.
          05 FFI-HUNDREDTHS   PIC X(1) COMP-X.
       01 FEED-FOUND-FLAG     PIC X.
          88 FEED-IS-THERE    VALUE "Y".

       01 ARRIVAL-DATE-NUM    PIC 9(8).
       01 ARRIVAL-TIME-NUM    PIC 9(4).
       01 ARRIVAL-DAY-NUMBER  PIC 9(8).
       01 MINUTES-PAST-CUTOFF PIC S9(9).
       01 FEED-LISTED-FLAG    PIC X.
          88 FEED-IS-LISTED   VALUE "Y".
       01 FEED-EXCUSED-FLAG   PIC X.
          88 FEED-IS-EXCUSED  VALUE "Y".

       01 DUE-COUNT           PIC 9(4) VALUE 0.
       01 ON-TIME-COUNT       PIC 9(4) VALUE 0.
       01 LATE-COUNT          PIC 9(4) VALUE 0.
       01 PROBLEM-COUNT       PIC 9(4) VALUE 0.
       01 HELD-COUNT          PIC 9(4) VALUE 0.
       01 WARNED-COUNT        PIC 9(4) VALUE 0.
       01 EXCUSED-FEED-COUNT  PIC 9(4) VALUE 0.
       01 COUNT-ED            PIC ZZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "FEED-ARRIVAL-CHECK".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Expected Feed Check"
           DISPLAY "==================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)
      *> Day 1 of the integer calendar is a Monday, so the
      *> remainder runs Monday=1 through Saturday=6, Sunday=0.
           COMPUTE WEEKDAY-NUM = FUNCTION REM(TODAY-DAY-NUMBER 7)
           IF WEEKDAY-NUM = 0
               MOVE 7 TO WEEKDAY-NUM
           END-IF

           OPEN INPUT SCHEDULE-FILE
           IF SCHEDULE-FILE-STATUS NOT = "00"
               DISPLAY "No expected-feeds.ctl on file - no feed "
                   "schedule checked."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RUN-FEEDS
           PERFORM LOAD-EXCUSED-FEEDS

           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF

           PERFORM UNTIL SCHEDULE-AT-END
               READ SCHEDULE-FILE
                   AT END SET SCHEDULE-AT-END TO TRUE
                   NOT AT END
                       IF EF-FEED-NAME NOT = SPACES AND
                          EF-DUE-DAYS(WEEKDAY-NUM:1) = "Y"
                           PERFORM CHECK-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SCHEDULE-FILE
           CLOSE HISTORY-FILE

           DISPLAY " "
           DISPLAY "Feeds due today:  " DUE-COUNT
           DISPLAY "On time:          " ON-TIME-COUNT
           DISPLAY "Late:             " LATE-COUNT
           DISPLAY "Problem feeds:    " PROBLEM-COUNT
           DISPLAY "  holding chain:  " HELD-COUNT
           DISPLAY "  warned only:    " WARNED-COUNT
           DISPLAY "  excused:        " EXCUSED-FEED-COUNT

      *> Warnings are already on JOBERR.LOG; the job itself ends
      *> success unless a feed holds the chain - BATCH-DRIVER
      *> stops on any nonzero code.
           IF HELD-COUNT > 0
               SET JOB-RC-HELD TO TRUE
               MOVE HELD-COUNT TO COUNT-ED
               MOVE SPACES TO ERRLOG-TEXT
               STRING FUNCTION TRIM(COUNT-ED)
                   " expected feed(s) not ready - chain held; see "
                   "feed-override.ctl"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               DISPLAY "HELD: " ERRLOG-TEXT
           ELSE
               DISPLAY "Expected feeds accounted for - the sales "
                   "run may go ahead."
               SET JOB-RC-SUCCESS TO TRUE
           END-IF

           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-RUN-FEEDS.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-AT-END
                   READ RUN-CONTROL-FILE
                       AT END SET CONTROL-AT-END TO TRUE
                       NOT AT END
                           IF RCTL-INPUT-FILE NOT = SPACES AND
                              RUN-FEED-COUNT < 10
                               ADD 1 TO RUN-FEED-COUNT
                               MOVE RCTL-INPUT-FILE
                                   TO RF-FEED-NAME(RUN-FEED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF RUN-FEED-COUNT = 0
               MOVE 1 TO RUN-FEED-COUNT
               MOVE "sales-data.txt" TO RF-FEED-NAME(1)
           END-IF.

       LOAD-EXCUSED-FEEDS.
           OPEN INPUT OVERRIDE-FILE
           IF OVERRIDE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OVERRIDE-AT-END
               READ OVERRIDE-FILE
                   AT END SET OVERRIDE-AT-END TO TRUE
                   NOT AT END
                       IF OVR-RUN-DATE = TODAYS-DATE-TAG AND
                          OVR-FEED-NAME NOT = SPACES AND
                          EXCUSED-COUNT < 50
                           ADD 1 TO EXCUSED-COUNT
                           MOVE OVR-FEED-NAME
                               TO EX-FEED-NAME(EXCUSED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERRIDE-FILE.

      *> One due feed: judge the file, record the arrival, and act
      *> on a problem.
       CHECK-ONE-FEED.
           ADD 1 TO DUE-COUNT
           MOVE SPACES          TO FEED-ARRIVAL-RECORD
           MOVE TODAYS-DATE-TAG TO FA-RUN-DATE
           MOVE EF-FEED-NAME    TO FA-FEED-NAME
           MOVE EF-OFFICE       TO FA-OFFICE
           MOVE EF-CUTOFF-X     TO FA-CUTOFF-TIME
           MOVE 0               TO FA-FEED-SIZE
           MOVE 0               TO FA-MINUTES-LATE

           PERFORM STAT-FEED-FILE
           PERFORM JUDGE-FEED-ARRIVAL

           WRITE FEED-ARRIVAL-RECORD
           DISPLAY "  " FA-FEED-NAME " " FA-OFFICE " " FA-OUTCOME
               " " FA-ARRIVAL-DATE " " FA-ARRIVAL-TIME

           EVALUATE TRUE
               WHEN FA-ON-TIME
                   ADD 1 TO ON-TIME-COUNT
               WHEN FA-LATE
                   ADD 1 TO LATE-COUNT
               WHEN OTHER
                   PERFORM REPORT-PROBLEM-FEED
           END-EVALUATE.

       STAT-FEED-FILE.
           MOVE "N" TO FEED-FOUND-FLAG
           MOVE SPACES TO FEED-FILE-NAME
           MOVE EF-FEED-NAME TO FEED-FILE-NAME
           CALL "CBL_CHECK_FILE_EXIST" USING
               BY REFERENCE FEED-FILE-NAME
               BY REFERENCE FEED-FILE-INFO
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           SET FEED-IS-THERE TO TRUE
           MOVE FFI-SIZE TO FA-FEED-SIZE
           COMPUTE ARRIVAL-DATE-NUM =
               FFI-YEAR * 10000 + FFI-MONTH * 100 + FFI-DAY
           COMPUTE ARRIVAL-TIME-NUM = FFI-HOURS * 100 + FFI-MINUTES
           MOVE ARRIVAL-DATE-NUM TO FA-ARRIVAL-DATE
           MOVE ARRIVAL-TIME-NUM TO FA-ARRIVAL-TIME
           COMPUTE ARRIVAL-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(ARRIVAL-DATE-NUM).

      *> The first test a feed fails decides its outcome. Minutes
      *> past cutoff count from the cutoff on the business date,
      *> so a feed that lands after midnight is later still.
       JUDGE-FEED-ARRIVAL.
           EVALUATE TRUE
               WHEN NOT FEED-IS-THERE
                   SET FA-MISSING TO TRUE
                   EXIT PARAGRAPH
               WHEN FA-FEED-SIZE = 0
                   SET FA-EMPTY TO TRUE
                   EXIT PARAGRAPH
               WHEN ARRIVAL-DATE-NUM < TODAYS-DATE-NUM
                   SET FA-STALE TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE "N" TO FEED-LISTED-FLAG
           SET RUN-IDX TO 1
           SEARCH RUN-FEED-ENTRY
               AT END CONTINUE
               WHEN RF-FEED-NAME(RUN-IDX) = EF-FEED-NAME
                   SET FEED-IS-LISTED TO TRUE
           END-SEARCH
           IF NOT FEED-IS-LISTED
               SET FA-NOT-IN-RUN TO TRUE
               EXIT PARAGRAPH
           END-IF

           SET FA-ON-TIME TO TRUE
           IF EF-CUTOFF-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE MINUTES-PAST-CUTOFF =
               (ARRIVAL-DAY-NUMBER - TODAY-DAY-NUMBER) * 1440
               + FFI-HOURS * 60 + FFI-MINUTES
               - (EF-CUTOFF-HH * 60 + EF-CUTOFF-MM)
           IF MINUTES-PAST-CUTOFF > 0
               SET FA-LATE TO TRUE
               IF MINUTES-PAST-CUTOFF > 99999
                   MOVE 99999 TO FA-MINUTES-LATE
               ELSE
                   MOVE MINUTES-PAST-CUTOFF TO FA-MINUTES-LATE
               END-IF
           END-IF.

      *> Held, warned, or excused - each goes on JOBERR.LOG by
      *> name so the morning check sees which office to chase.
       REPORT-PROBLEM-FEED.
           ADD 1 TO PROBLEM-COUNT
           MOVE "N" TO FEED-EXCUSED-FLAG
           IF EXCUSED-COUNT > 0
               SET EXC-IDX TO 1
               SEARCH EXCUSED-ENTRY
                   AT END CONTINUE
                   WHEN EX-FEED-NAME(EXC-IDX) = EF-FEED-NAME
                       SET FEED-IS-EXCUSED TO TRUE
               END-SEARCH
           END-IF

           MOVE SPACES TO ERRLOG-TEXT
           EVALUATE TRUE
               WHEN EF-WARN-ONLY
                   ADD 1 TO WARNED-COUNT
                   SET JOB-RC-WARNING TO TRUE
                   STRING FUNCTION TRIM(FA-OUTCOME) " feed "
                       FUNCTION TRIM(EF-FEED-NAME) " from "
                       FUNCTION TRIM(EF-OFFICE) " - warning only"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
               WHEN FEED-IS-EXCUSED
                   ADD 1 TO EXCUSED-FEED-COUNT
                   SET JOB-RC-WARNING TO TRUE
                   STRING FUNCTION TRIM(FA-OUTCOME) " feed "
                       FUNCTION TRIM(EF-FEED-NAME) " from "
                       FUNCTION TRIM(EF-OFFICE)
                       " - excused by override"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
               WHEN OTHER
                   ADD 1 TO HELD-COUNT
                   SET JOB-RC-HELD TO TRUE
                   STRING FUNCTION TRIM(FA-OUTCOME) " feed "
                       FUNCTION TRIM(EF-FEED-NAME) " from "
                       FUNCTION TRIM(EF-OFFICE) " - chain held"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
           END-EVALUATE
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           IF JOB-RC-HELD
               DISPLAY "HELD: " ERRLOG-TEXT
           ELSE
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           SET JOB-RC-SUCCESS TO TRUE.

      *> Start-of-job interlock: every batch program that writes
      *> shared state takes the one run lock, so two jobs cannot
      *> interleave writes to the balance, checkpoint, and log
      *> files. Refused means another job is mid-flight - the lock
      *> holder's name and start time are displayed by RUN-LOCK.
       ACQUIRE-RUN-LOCK.
           MOVE "A" TO LOCK-ACTION
           CALL "RUN-LOCK" USING
               BY REFERENCE LOCK-ACTION
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE LOCK-RESULT
           IF LOCK-RESULT NOT = "Y"
               SET JOB-RC-ERROR TO TRUE
               STRING "Refused batch run lock - another job is "
                   "running" DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "RUN-LOCK" USING
               BY REFERENCE LOCK-ACTION
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE LOCK-RESULT.
