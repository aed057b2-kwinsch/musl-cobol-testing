       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-BUILD.

      *> Nightly build of the rate and policy control files from
      *> the effective-dated entries PARAM-MAINT keeps on
      *> parameter-master.dat. For each control file, each key's
      *> entry in force on the business date - the latest one
      *> dated on or before it - gives that key's record; a key
      *> whose entry in force is a drop is left out. The file is
      *> written to a work file and moved into place whole, so a
      *> job never reads a half-built control file. Entries dated
      *> after the business date are counted but wait for their
      *> date.
      *>
      *> A control file with no entry yet in force is not under
      *> maintenance and is left exactly as it is, so the
      *> hand-kept files carry on until their first change is keyed.
      *> PARAM-MAINT takes a file's records over as entries when
      *> that change is keyed, so the file built from then on holds
      *> every key it held by hand. What was built, from which entries,
      *> goes to param-build-report.txt. A file that cannot be
      *> swapped into place fails the job, stopping the chain
      *> before any job runs on stale rates.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "parameter-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT BUILD-WORK-FILE ASSIGN TO "param-build.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUILD-WORK-STATUS.
           SELECT BUILD-REPORT-FILE
               ASSIGN TO "param-build-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUILD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETER-FILE.
       01 PARAMETER-FILE-RECORD PIC X(93).

       FD BUILD-WORK-FILE.
       01 BUILD-WORK-RECORD   PIC X(40).

       FD BUILD-REPORT-FILE.
       01 BUILD-REPORT-LINE   PIC X(80).

       WORKING-STORAGE SECTION.
       01 PARAMETER-FILE-STATUS PIC X(2).
       01 BUILD-WORK-STATUS     PIC X(2).
       01 BUILD-REPORT-STATUS   PIC X(2).

       01 PARAMETER-EOF-FLAG  PIC X VALUE "N".
          88 PARAMETER-AT-END VALUE "Y".
       01 PARAMETER-OVERFLOW-FLAG PIC X VALUE "N".
          88 PARAMETER-TABLE-OVERFLOWED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).

       01 PARAMETER-COUNT PIC S9(4) COMP VALUE 0.
       01 PARAMETER-TABLE.
          05 PARAMETER-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON PARAMETER-COUNT
                             INDEXED BY PRM-IDX.
             10 PM-RECORD     PIC X(93).
       COPY PARMREC.

      *> The control files under maintenance, by PARAM-MAINT's file
      *> ID.
       01 CONTROL-FILE-VALUES.
          05 FILLER PIC X(40) VALUE
             "ACCRUAL accrual-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "SALESTAXsales-tax-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "FXRATES fx-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "GATETOL gate-tolerance.ctl".
          05 FILLER PIC X(40) VALUE
             "REFUND  refund-policy.ctl".
          05 FILLER PIC X(40) VALUE
             "DORMANT dormant-policy.ctl".
          05 FILLER PIC X(40) VALUE
             "GRADTERMgrading-term.ctl".
       01 CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-VALUES.
          05 CONTROL-FILE-ENTRY OCCURS 7 TIMES
                                INDEXED BY CTL-IDX.
             10 CF-FILE-ID    PIC X(8).
             10 CF-FILE-NAME  PIC X(32).

      *> Each key of the control file being built, with the index
      *> of its entry in force.
       01 KEY-COUNT PIC S9(4) COMP VALUE 0.
       01 KEY-TABLE.
          05 KEY-ENTRY OCCURS 0 TO 2000 TIMES
                       DEPENDING ON KEY-COUNT
                       INDEXED BY KEY-IDX.
             10 KT-KEY        PIC X(8).
             10 KT-WINNER-IDX PIC S9(4) COMP.

       01 WINNER-IDX          PIC S9(4) COMP.
       01 IN-FORCE-COUNT      PIC 9(4).
       01 FUTURE-COUNT        PIC 9(4).
       01 WRITTEN-COUNT       PIC 9(4).
       01 FILES-BUILT         PIC 9(2) VALUE 0.
       01 FILES-LEFT          PIC 9(2) VALUE 0.
       01 FILE-COMMAND        PIC X(200).

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PARAM-BUILD".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Parameter Build"
           DISPLAY "==============="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           PERFORM LOAD-PARAMETERS
           IF PARAMETER-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "parameter-master.dat holds more than 2000 "
                   "entries - nothing built"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUILD-REPORT-FILE
           MOVE SPACES TO BUILD-REPORT-LINE
           STRING "PARAMETER BUILD FOR BUSINESS DATE "
               TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE
           MOVE SPACES TO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE

           PERFORM VARYING CTL-IDX FROM 1 BY 1 UNTIL CTL-IDX > 7
               PERFORM BUILD-ONE-CONTROL-FILE
           END-PERFORM

           CLOSE BUILD-REPORT-FILE

           DISPLAY "Control files rebuilt:      " FILES-BUILT
           DISPLAY "Not under maintenance:      " FILES-LEFT

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Picks each key's entry in force for one control file,
      *> then writes and swaps in the file - or, with nothing yet
      *> in force, leaves it alone.
       BUILD-ONE-CONTROL-FILE.
           MOVE 0 TO KEY-COUNT
           MOVE 0 TO IN-FORCE-COUNT
           MOVE 0 TO FUTURE-COUNT
           MOVE 0 TO WRITTEN-COUNT
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               MOVE PM-RECORD(PRM-IDX) TO PARAMETER-ENTRY-RECORD
               IF PE-FILE-ID = CF-FILE-ID(CTL-IDX)
                   IF PE-EFFECTIVE-DATE > TODAYS-DATE-TAG
                       ADD 1 TO FUTURE-COUNT
                   ELSE
                       ADD 1 TO IN-FORCE-COUNT
                       PERFORM NOTE-KEY-ENTRY
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO BUILD-REPORT-LINE
           IF IN-FORCE-COUNT = 0
               ADD 1 TO FILES-LEFT
               STRING CF-FILE-ID(CTL-IDX) "  "
                   CF-FILE-NAME(CTL-IDX) " NOT UNDER MAINTENANCE"
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
               PERFORM REPORT-FUTURE-COUNT
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT BUILD-WORK-FILE
           IF BUILD-WORK-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open param-build.work for "
                   CF-FILE-NAME(CTL-IDX)
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT
               MOVE PM-RECORD(KT-WINNER-IDX(KEY-IDX))
                   TO PARAMETER-ENTRY-RECORD
               IF PE-SETS-VALUE
                   MOVE PE-VALUE TO BUILD-WORK-RECORD
                   WRITE BUILD-WORK-RECORD
                   ADD 1 TO WRITTEN-COUNT
               END-IF
           END-PERFORM
           CLOSE BUILD-WORK-FILE

           MOVE SPACES TO FILE-COMMAND
           STRING "mv param-build.work " CF-FILE-NAME(CTL-IDX)
               DELIMITED BY SIZE INTO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND
           IF RETURN-CODE NOT = 0
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not move the rebuilt file into place "
                   "as " CF-FILE-NAME(CTL-IDX)
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO FILES-BUILT
           STRING CF-FILE-ID(CTL-IDX) "  "
               CF-FILE-NAME(CTL-IDX) " REBUILT, "
               WRITTEN-COUNT " RECORDS"
               DELIMITED BY SIZE INTO BUILD-REPORT-LINE
           WRITE BUILD-REPORT-LINE
           DISPLAY "Rebuilt " CF-FILE-NAME(CTL-IDX)
               " - " WRITTEN-COUNT " records"
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-COUNT
               MOVE PM-RECORD(KT-WINNER-IDX(KEY-IDX))
                   TO PARAMETER-ENTRY-RECORD
               MOVE SPACES TO BUILD-REPORT-LINE
               IF PE-SETS-VALUE
                   STRING "    FROM " PE-EFFECTIVE-DATE "  "
                       PE-VALUE
                       DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               ELSE
                   STRING "    FROM " PE-EFFECTIVE-DATE "  "
                       PE-KEY " DROPPED"
                       DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               END-IF
               WRITE BUILD-REPORT-LINE
           END-PERFORM
           PERFORM REPORT-FUTURE-COUNT.

      *> Keeps the latest-dated entry per key.
       NOTE-KEY-ENTRY.
           SET WINNER-IDX TO PRM-IDX
           SET KEY-IDX TO 1
           SEARCH KEY-ENTRY
               AT END
                   ADD 1 TO KEY-COUNT
                   MOVE PE-KEY TO KT-KEY(KEY-COUNT)
                   MOVE WINNER-IDX TO KT-WINNER-IDX(KEY-COUNT)
               WHEN KT-KEY(KEY-IDX) = PE-KEY
                   IF PE-EFFECTIVE-DATE >
                      PM-RECORD(KT-WINNER-IDX(KEY-IDX))(21:8)
                       MOVE WINNER-IDX TO KT-WINNER-IDX(KEY-IDX)
                   END-IF
           END-SEARCH.

       REPORT-FUTURE-COUNT.
           IF FUTURE-COUNT > 0
               MOVE SPACES TO BUILD-REPORT-LINE
               STRING "    " FUTURE-COUNT
                   " CHANGES WAITING FOR A LATER DATE"
                   DELIMITED BY SIZE INTO BUILD-REPORT-LINE
               WRITE BUILD-REPORT-LINE
           END-IF.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARAMETER-AT-END
               READ PARAMETER-FILE
                   AT END SET PARAMETER-AT-END TO TRUE
                   NOT AT END
                       IF PARAMETER-COUNT < 2000
                           ADD 1 TO PARAMETER-COUNT
                           MOVE PARAMETER-FILE-RECORD
                               TO PM-RECORD(PARAMETER-COUNT)
                       ELSE
                           SET PARAMETER-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

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
