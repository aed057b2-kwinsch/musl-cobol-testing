       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-DRIVER.

      *> Sequences the daily batch jobs - PARAM-BUILD first, so
      *> every job runs on the rates and policies in force on the
      *> business date, then FEED-GATE so a bad customers.json
      *> stops everything, then TEST-FILEIO,
      *> FEED-ARRIVAL-CHECK (so a regional feed that is missing,
      *> empty, or left over from a prior date holds the chain
      *> before the sales run), MIXED-EXAMPLE, SALES-POSTING, and
      *> JSON-DEMO - checking each one's RETURN-CODE before
      *> continuing, instead of an operator kicking each one off by
      *> hand and only noticing a failure after the next job has
      *> already started. Each job is a separate run unit (STOP RUN
      *> end, and appends one RUNSTAT record per job per business
      *> date to batch-run-stats.dat, so BATCH-STATS-REPORT can
      *> show a job degrading weeks before it blows the window.
      *>
      *> Each step that completes is recorded for the business
      *> date in batch-step-state.ctl. Once any step has completed,
      *> a plain second run of the driver for the same date is
      *> refused; the operator restarts instead with
      *> BATCH-RESTART=Y, which skips every step already completed
      *> and resumes at the one that failed, or with
      *> BATCH-RESTART-STEP=<job name>, which skips the steps
      *> ahead of the one named and runs from there. Either way a
      *> posting step (POSTING-STEP-TABLE) already completed for
      *> the date is never run again - naming one is refused, and
      *> one met later in the chain is skipped and logged. Every
      *> restart is recorded in batch-run-stats.dat (as job
      *> batch-driver-restart) and in JOBERR.LOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLIDAY-FILE ASSIGN TO "holiday-dates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLIDAY-STATUS.
           SELECT STEP-STATE-FILE ASSIGN TO "batch-step-state.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STEP-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 HOLIDAY-RECORD.
          05 HOLIDAY-DATE     PIC X(8).

      *> The steps completed for the business date, one per
      *> record, with when each finished. Rewritten after every
      *> step, so a chain that dies mid-window still shows how far
      *> it got; a new business date starts it afresh.
       FD STEP-STATE-FILE.
       01 STEP-STATE-RECORD.
          05 SS-RUN-DATE        PIC X(8).
          05 FILLER             PIC X(2).
          05 SS-JOB-NAME        PIC X(30).
          05 FILLER             PIC X(2).
          05 SS-COMPLETED-STAMP PIC X(14).

       WORKING-STORAGE SECTION.
       01 JOB-COMMAND       PIC X(80).
       01 JOB-NAME          PIC X(30).
       01 CATCHUP-PREFIX       PIC X(30).
       01 JOBS-RUN-COUNT       PIC 9(4) VALUE 0.

      *> Restart state: the steps already completed today, how the
      *> operator asked to restart, and what is known about the
      *> step about to run.
       01 STEP-STATE-STATUS    PIC X(2).
       01 STEP-STATE-EOF-FLAG  PIC X VALUE "N".
          88 STEP-STATE-AT-END VALUE "Y".
       01 DONE-STEP-COUNT PIC S9(4) COMP VALUE 0.
       01 DONE-STEP-TABLE.
          05 DONE-STEP-ENTRY OCCURS 0 TO 50 TIMES
                             DEPENDING ON DONE-STEP-COUNT
                             INDEXED BY DS-IDX.
             10 DS-JOB-NAME        PIC X(30).
             10 DS-COMPLETED-STAMP PIC X(14).
       01 DONE-STEP-IDX-WORK   PIC S9(4) COMP.
       01 DONE-STEP-COUNT-ED   PIC Z9.
       01 RESTART-FLAG         PIC X VALUE "N".
          88 IS-RESTART-RUN    VALUE "Y".
       01 RESTART-STEP         PIC X(30) VALUE SPACES.
       01 RESTART-REACHED-FLAG PIC X VALUE "N".
          88 RESTART-STEP-REACHED VALUE "Y".
       01 STEP-COMPLETE-FLAG   PIC X.
          88 STEP-IS-COMPLETE  VALUE "Y".
       01 STEP-POSTING-FLAG    PIC X.
          88 STEP-IS-POSTING   VALUE "Y".
       01 STEP-RAN-FLAG        PIC X.
          88 STEP-WAS-RUN      VALUE "Y".

      *> Steps that post to the masters or the ledger - running one
      *> twice for a business date posts the day twice.
       01 POSTING-STEP-COUNT   PIC S9(4) COMP VALUE 6.
       01 POSTING-STEP-TABLE.
          05 POSTING-STEP-NAME OCCURS 6 TIMES
                               INDEXED BY PS-IDX
                               PIC X(30).

       COPY RETCODE.

       01 ERRLOG-JOB-NAME   PIC X(30) VALUE "BATCH-DRIVER".
               OPEN OUTPUT RUN-STATS-FILE
           END-IF

           PERFORM LOAD-POSTING-STEPS
           PERFORM LOAD-STEP-STATE

           ACCEPT RESTART-FLAG FROM ENVIRONMENT "BATCH-RESTART"
           ACCEPT RESTART-STEP FROM ENVIRONMENT "BATCH-RESTART-STEP"
           MOVE FUNCTION LOWER-CASE(RESTART-STEP) TO RESTART-STEP
           IF RESTART-STEP NOT = SPACES
               SET IS-RESTART-RUN TO TRUE
           END-IF

           IF IS-RESTART-RUN
               PERFORM RECORD-RESTART
           ELSE
               IF DONE-STEP-COUNT > 0
                   SET JOB-RC-ERROR TO TRUE
                   MOVE SPACES TO ERRLOG-TEXT
                   STRING "Chain already started for "
                       TODAYS-DATE-TAG
                       " - set BATCH-RESTART=Y to resume it"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
                   CALL "ERRLOG-WRITER" USING
                       BY REFERENCE ERRLOG-JOB-NAME
                       BY REFERENCE JOB-RETURN-CODE
                       BY REFERENCE ERRLOG-TEXT
                   DISPLAY "ERROR: " ERRLOG-TEXT
                   CLOSE RUN-STATS-FILE
                   MOVE JOB-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM LOAD-JOB-CALENDAR
           IF CALENDAR-COUNT > 0
               PERFORM RUN-CALENDAR-JOBS
               PERFORM RUN-DEFAULT-SEQUENCE
           END-IF

           IF RESTART-STEP NOT = SPACES AND
              NOT RESTART-STEP-REACHED AND
              NOT CHAIN-HAS-ABORTED
               SET CHAIN-HAS-ABORTED TO TRUE
               SET JOB-RC-ERROR TO TRUE
               MOVE RESTART-STEP TO JOB-NAME
               STRING "Restart step " DELIMITED BY SIZE
                   RESTART-STEP DELIMITED BY SPACE
                   " is not in today's chain - nothing was run"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
           END-IF

           CLOSE RUN-STATS-FILE

           IF CHAIN-HAS-ABORTED
      *> before the calendar existed - and still the whole story
      *> when no job-calendar.ctl is on file.
       RUN-DEFAULT-SEQUENCE.
           MOVE "param-build" TO JOB-NAME
           MOVE "./param-build" TO JOB-COMMAND
           PERFORM RUN-CHAIN-STEP
           IF NOT JOB-RC-SUCCESS
               SET CHAIN-HAS-ABORTED TO TRUE
           END-IF

           IF NOT CHAIN-HAS-ABORTED
               MOVE "feed-gate" TO JOB-NAME
               MOVE "./feed-gate" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           END-IF

           IF NOT CHAIN-HAS-ABORTED
               MOVE "test-fileio" TO JOB-NAME
               MOVE "./test-fileio" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           END-IF

      *> The expected-feed check sits right ahead of the feed run:
      *> a due feed that is missing, empty, or stale comes back
      *> HELD (12) and the chain stops before MIXED-EXAMPLE runs
      *> the day short.
           IF NOT CHAIN-HAS-ABORTED
               MOVE "feed-arrival-check" TO JOB-NAME
               MOVE "./feed-arrival-check" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           IF NOT CHAIN-HAS-ABORTED
               MOVE "mixed-example" TO JOB-NAME
               MOVE "./mixed-example" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           IF NOT CHAIN-HAS-ABORTED
               MOVE "sales-total-gate" TO JOB-NAME
               MOVE "./sales-total-gate" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           IF NOT CHAIN-HAS-ABORTED
               MOVE "sales-posting" TO JOB-NAME
               MOVE "./sales-posting" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           IF NOT CHAIN-HAS-ABORTED
               MOVE "json-demo" TO JOB-NAME
               MOVE "./json-demo" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
           IF NOT CHAIN-HAS-ABORTED
               MOVE "batch-balancer" TO JOB-NAME
               MOVE "./batch-balancer" TO JOB-COMMAND
               PERFORM RUN-CHAIN-STEP
               IF NOT JOB-RC-SUCCESS
                   SET CHAIN-HAS-ABORTED TO TRUE
               END-IF
                   CAL-JOB-NAME(CALENDAR-IDX) DELIMITED BY SPACE
                   INTO JOB-COMMAND
           END-IF
           PERFORM RUN-CHAIN-STEP
           IF STEP-WAS-RUN
               ADD 1 TO JOBS-RUN-COUNT
           END-IF
           IF NOT JOB-RC-SUCCESS
               SET CHAIN-HAS-ABORTED TO TRUE
           ELSE
               IF STEP-WAS-RUN
                   PERFORM RECORD-JOB-PERIOD
               END-IF
           END-IF.

       RECORD-JOB-PERIOD.
               CLOSE CALENDAR-STATE-FILE
           END-IF.

      *> One step of either chain, judged against the restart
      *> state before it is run: ahead of a named restart step it
      *> is passed over; on a resume it is passed over if already
      *> completed today; a posting step already completed today
      *> is never run again. A step passed over counts as a
      *> success so the chain carries on. A step that runs and
      *> succeeds is recorded as completed.
       RUN-CHAIN-STEP.
           MOVE "N" TO STEP-RAN-FLAG
           PERFORM FIND-STEP-COMPLETION
           PERFORM CHECK-POSTING-STEP

           EVALUATE TRUE
               WHEN RESTART-STEP NOT = SPACES AND
                    NOT RESTART-STEP-REACHED AND
                    JOB-NAME NOT = RESTART-STEP
                   DISPLAY "Skipping " JOB-NAME
                       " - ahead of restart step " RESTART-STEP
                   SET JOB-RC-SUCCESS TO TRUE
               WHEN RESTART-STEP NOT = SPACES AND
                    NOT RESTART-STEP-REACHED
                   SET RESTART-STEP-REACHED TO TRUE
                   IF STEP-IS-COMPLETE AND STEP-IS-POSTING
                       SET JOB-RC-ERROR TO TRUE
                       STRING "Restart refused - posting step "
                           DELIMITED BY SIZE
                           JOB-NAME DELIMITED BY SPACE
                           " already completed for "
                           TODAYS-DATE-TAG
                           DELIMITED BY SIZE INTO ERRLOG-TEXT
                       END-STRING
                       CALL "ERRLOG-WRITER" USING
                           BY REFERENCE ERRLOG-JOB-NAME
                           BY REFERENCE JOB-RETURN-CODE
                           BY REFERENCE ERRLOG-TEXT
                       DISPLAY "ERROR: " ERRLOG-TEXT
                   ELSE
                       PERFORM RUN-AND-RECORD-STEP
                   END-IF
               WHEN IS-RESTART-RUN AND RESTART-STEP = SPACES AND
                    STEP-IS-COMPLETE
                   DISPLAY "Skipping " JOB-NAME
                       " - already completed at "
                       DS-COMPLETED-STAMP(DS-IDX)
                   SET JOB-RC-SUCCESS TO TRUE
               WHEN STEP-IS-COMPLETE AND STEP-IS-POSTING
                   SET JOB-RC-WARNING TO TRUE
                   STRING "Posting step " DELIMITED BY SIZE
                       JOB-NAME DELIMITED BY SPACE
                       " already completed for " TODAYS-DATE-TAG
                       " - not run again"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
                   CALL "ERRLOG-WRITER" USING
                       BY REFERENCE ERRLOG-JOB-NAME
                       BY REFERENCE JOB-RETURN-CODE
                       BY REFERENCE ERRLOG-TEXT
                   DISPLAY "WARNING: " ERRLOG-TEXT
                   SET JOB-RC-SUCCESS TO TRUE
               WHEN OTHER
                   PERFORM RUN-AND-RECORD-STEP
           END-EVALUATE
           MOVE SPACES TO ERRLOG-TEXT.

       RUN-AND-RECORD-STEP.
           SET STEP-WAS-RUN TO TRUE
           PERFORM RUN-JOB
           IF JOB-RC-SUCCESS
               PERFORM RECORD-STEP-COMPLETION
           END-IF.

       FIND-STEP-COMPLETION.
           MOVE "N" TO STEP-COMPLETE-FLAG
           SET DS-IDX TO 1
           SEARCH DONE-STEP-ENTRY
               AT END CONTINUE
               WHEN DS-JOB-NAME(DS-IDX) = JOB-NAME
                   SET STEP-IS-COMPLETE TO TRUE
           END-SEARCH.

       CHECK-POSTING-STEP.
           MOVE "N" TO STEP-POSTING-FLAG
           SET PS-IDX TO 1
           SEARCH POSTING-STEP-NAME
               AT END CONTINUE
               WHEN POSTING-STEP-NAME(PS-IDX) = JOB-NAME
                   SET STEP-IS-POSTING TO TRUE
           END-SEARCH.

       LOAD-POSTING-STEPS.
           MOVE "sales-posting"     TO POSTING-STEP-NAME(1)
           MOVE "payment-posting"   TO POSTING-STEP-NAME(2)
           MOVE "accrual"           TO POSTING-STEP-NAME(3)
           MOVE "fx-reval"          TO POSTING-STEP-NAME(4)
           MOVE "stock-update"      TO POSTING-STEP-NAME(5)
           MOVE "gl-posting"        TO POSTING-STEP-NAME(6).

      *> Only today's completions matter; anything left from an
      *> earlier business date is dropped at the next rewrite.
       LOAD-STEP-STATE.
           OPEN INPUT STEP-STATE-FILE
           IF STEP-STATE-STATUS = "00"
               PERFORM UNTIL STEP-STATE-AT-END
                   READ STEP-STATE-FILE
                       AT END SET STEP-STATE-AT-END TO TRUE
                       NOT AT END
                           IF SS-RUN-DATE = TODAYS-DATE-TAG AND
                              DONE-STEP-COUNT < 50
                               ADD 1 TO DONE-STEP-COUNT
                               MOVE SS-JOB-NAME
                                   TO DS-JOB-NAME(DONE-STEP-COUNT)
                               MOVE SS-COMPLETED-STAMP
                                 TO DS-COMPLETED-STAMP(DONE-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-STATE-FILE
           END-IF.

       RECORD-STEP-COMPLETION.
           IF STEP-IS-COMPLETE
               MOVE END-TIME-STAMP(1:14)
                   TO DS-COMPLETED-STAMP(DS-IDX)
           ELSE
               IF DONE-STEP-COUNT < 50
                   ADD 1 TO DONE-STEP-COUNT
                   MOVE JOB-NAME TO DS-JOB-NAME(DONE-STEP-COUNT)
                   MOVE END-TIME-STAMP(1:14)
                       TO DS-COMPLETED-STAMP(DONE-STEP-COUNT)
               END-IF
           END-IF

           OPEN OUTPUT STEP-STATE-FILE
           IF STEP-STATE-STATUS = "00"
               PERFORM VARYING DONE-STEP-IDX-WORK FROM 1 BY 1
                   UNTIL DONE-STEP-IDX-WORK > DONE-STEP-COUNT
                   MOVE SPACES TO STEP-STATE-RECORD
                   MOVE TODAYS-DATE-TAG TO SS-RUN-DATE
                   MOVE DS-JOB-NAME(DONE-STEP-IDX-WORK)
                       TO SS-JOB-NAME
                   MOVE DS-COMPLETED-STAMP(DONE-STEP-IDX-WORK)
                       TO SS-COMPLETED-STAMP
                   WRITE STEP-STATE-RECORD
               END-PERFORM
               CLOSE STEP-STATE-FILE
           END-IF.

      *> The restart goes on the record twice: a zero-length entry
      *> in the run statistics for the date, and a JOBERR.LOG line
      *> saying where the chain is resuming.
       RECORD-RESTART.
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           MOVE DONE-STEP-COUNT TO DONE-STEP-COUNT-ED
           IF RESTART-STEP = SPACES
               STRING "Restart for " TODAYS-DATE-TAG
                   " - resuming after " DONE-STEP-COUNT-ED
                   " completed step(s)"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
           ELSE
               STRING "Restart for " TODAYS-DATE-TAG
                   " at step " DELIMITED BY SIZE
                   RESTART-STEP DELIMITED BY SPACE
                   " - " DONE-STEP-COUNT-ED " step(s) completed"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
           END-IF
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT
           MOVE SPACES TO ERRLOG-TEXT
           SET JOB-RC-SUCCESS TO TRUE

           MOVE "batch-driver-restart" TO JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO START-TIME-STAMP
           MOVE START-TIME-STAMP TO END-TIME-STAMP
           MOVE 0 TO JOB-EXIT-STATUS
           PERFORM WRITE-RUN-STATISTIC.

      *> Runs one job as a separate process and folds its exit status
      *> back into JOB-RETURN-CODE the same way every other program in
      *> this shop reports completion, so the rest of MAIN-LOGIC can
