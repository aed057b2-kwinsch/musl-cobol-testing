       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-FILE.

      *> Report filing. Every report job rewrites its output file on
      *> each run, so yesterday's aging or end-of-day report is gone
      *> by tonight. This job, run after the night's reports, copies
      *> each report named on the distribution table
      *> (report-distribution.ctl, RPTDIST) into the report
      *> repository as rptrepo-<business date>-<report file>, and
      *> indexes the copy on report-index.dat (RPTINDEX) by report,
      *> date, producing job, and page count. Filing the same report
      *> twice for one business date replaces the earlier copy.
      *>
      *> Each copy filed is listed on report-routing-sheet.txt with
      *> the departments the table says receive it, so the reports
      *> can be handed out from one sheet. A report not on disk
      *> tonight (a weekly or month-end report between runs) is
      *> passed over.
      *>
      *> Retention is per report from the same table: a filed copy
      *> older than its report's retention days is deleted and
      *> dropped from the index. A report with zero retention days,
      *> or one no longer on the table, keeps its copies.
      *>
      *> Copies are moved through the system shell and the index is
      *> rewritten through a work file, the way AUDIT-ARCHIVE cuts
      *> customer-audit.txt (the dialect reads an unquoted ASSIGN
      *> name as a DD name, so dated names can't be OPENed
      *> directly).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO "report-distribution.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-STATUS.
           SELECT INDEX-FILE ASSIGN TO "report-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT INDEX-WORK-FILE ASSIGN TO "report-index.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-WORK-STATUS.
           SELECT REPORT-WORK-FILE ASSIGN TO "report-file.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-WORK-STATUS.
           SELECT ROUTING-FILE ASSIGN TO "report-routing-sheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISTRIBUTION-FILE.
       COPY RPTDIST.

       FD INDEX-FILE.
       COPY RPTINDEX.

       FD INDEX-WORK-FILE.
       01 INDEX-WORK-LINE     PIC X(140).

       FD REPORT-WORK-FILE.
       01 REPORT-WORK-LINE    PIC X(200).

       FD ROUTING-FILE.
       01 ROUTING-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 DISTRIBUTION-STATUS PIC X(2).
       01 INDEX-FILE-STATUS   PIC X(2).
       01 INDEX-WORK-STATUS   PIC X(2).
       01 REPORT-WORK-STATUS  PIC X(2).
       01 ROUTING-FILE-STATUS PIC X(2).

       01 DISTRIBUTION-EOF-FLAG PIC X VALUE "N".
          88 DISTRIBUTION-AT-END VALUE "Y".
       01 INDEX-EOF-FLAG      PIC X VALUE "N".
          88 INDEX-AT-END     VALUE "Y".
       01 REPORT-EOF-FLAG     PIC X VALUE "N".
          88 REPORT-AT-END    VALUE "Y".

      *> The distribution table, with each report's retention
      *> cutoff worked out against tonight's business date.
       01 DIST-COUNT PIC S9(4) COMP VALUE 0.
       01 DIST-TABLE.
          05 DIST-ENTRY OCCURS 0 TO 200 TIMES
                        DEPENDING ON DIST-COUNT
                        INDEXED BY DIST-IDX.
             10 DT-REPORT-FILE   PIC X(30).
             10 DT-JOB-NAME      PIC X(20).
             10 DT-RETAIN-DAYS   PIC 9(4).
             10 DT-DEPARTMENTS   PIC X(60).
             10 DT-CUTOFF-DATE   PIC X(8).
             10 DT-FILED-FLAG    PIC X.
                88 DT-WAS-FILED  VALUE "Y".
             10 DT-PAGE-COUNT    PIC 9(5).
             10 DT-LINE-COUNT    PIC 9(7).
             10 DT-REPOSITORY-NAME PIC X(50).

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 CUTOFF-DATE-NUM     PIC 9(8).
       01 DATE-WORK-INT       PIC S9(9) COMP.

      *> Most reports here carry no page throws of their own, so a
      *> filed copy's pages are counted at this many lines to the
      *> page, plus any throws the report does print.
       01 LINES-PER-PAGE      PIC 9(3) VALUE 60.
       01 LINES-ON-PAGE       PIC 9(5).
       01 PAGE-THROWS         PIC 9(3).

       01 FILE-COMMAND        PIC X(200).

       01 FILED-COUNT         PIC 9(4) VALUE 0.
       01 NOT-PRODUCED-COUNT  PIC 9(4) VALUE 0.
       01 INDEX-KEPT-COUNT    PIC 9(6) VALUE 0.
       01 REPLACED-COUNT      PIC 9(6) VALUE 0.
       01 EXPIRED-COUNT       PIC 9(6) VALUE 0.
       01 PAGE-COUNT-ED       PIC ZZZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "REPORT-FILE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Report Filing and Distribution"
           DISPLAY "==============================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM

           PERFORM LOAD-DISTRIBUTION-TABLE
           IF DIST-COUNT = 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "No reports on report-distribution.ctl - "
                   "nothing filed" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               PERFORM FILE-ONE-REPORT
           END-PERFORM

           PERFORM REWRITE-REPORT-INDEX
           PERFORM WRITE-ROUTING-SHEET

           DISPLAY " "
           DISPLAY "Reports filed:           " FILED-COUNT
           DISPLAY "Not produced tonight:    " NOT-PRODUCED-COUNT
           DISPLAY "Earlier copies replaced: " REPLACED-COUNT
           DISPLAY "Expired copies removed:  " EXPIRED-COUNT
           DISPLAY "Copies on the index:     " INDEX-KEPT-COUNT

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT DISTRIBUTION-FILE
           IF DISTRIBUTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISTRIBUTION-AT-END
               READ DISTRIBUTION-FILE
                   AT END SET DISTRIBUTION-AT-END TO TRUE
                   NOT AT END
                       IF RD-REPORT-FILE NOT = SPACES
                           PERFORM STORE-DISTRIBUTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.

       STORE-DISTRIBUTION-ENTRY.
           IF DIST-COUNT >= 200
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Distribution table full - "
                   RD-REPORT-FILE DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           IF RD-RETAIN-DAYS IS NOT NUMERIC
               MOVE 0 TO RD-RETAIN-DAYS
           END-IF
           ADD 1 TO DIST-COUNT
           MOVE RD-REPORT-FILE TO DT-REPORT-FILE(DIST-COUNT)
           MOVE RD-JOB-NAME    TO DT-JOB-NAME(DIST-COUNT)
           MOVE RD-RETAIN-DAYS TO DT-RETAIN-DAYS(DIST-COUNT)
           MOVE RD-DEPARTMENTS TO DT-DEPARTMENTS(DIST-COUNT)
           MOVE "N"            TO DT-FILED-FLAG(DIST-COUNT)
           MOVE 0              TO DT-PAGE-COUNT(DIST-COUNT)
           MOVE 0              TO DT-LINE-COUNT(DIST-COUNT)
           MOVE SPACES         TO DT-REPOSITORY-NAME(DIST-COUNT)
           IF RD-RETAIN-DAYS = 0
               MOVE "00000000" TO DT-CUTOFF-DATE(DIST-COUNT)
           ELSE
               COMPUTE DATE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)
                   - RD-RETAIN-DAYS
               COMPUTE CUTOFF-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(DATE-WORK-INT)
               MOVE CUTOFF-DATE-NUM TO DT-CUTOFF-DATE(DIST-COUNT)
           END-IF.

      *> The report is copied to a work file first and counted
      *> there, so the copy filed is exactly the copy counted even
      *> if the report is rerun meanwhile.
       FILE-ONE-REPORT.
           MOVE SPACES TO FILE-COMMAND
           STRING "rm -f report-file.work; cp " DELIMITED BY SIZE
               DT-REPORT-FILE(DIST-IDX) DELIMITED BY SPACE
               " report-file.work 2>/dev/null" DELIMITED BY SIZE
               INTO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND

           MOVE "N" TO REPORT-EOF-FLAG
           OPEN INPUT REPORT-WORK-FILE
           IF REPORT-WORK-STATUS NOT = "00"
               ADD 1 TO NOT-PRODUCED-COUNT
               DISPLAY "  " DT-REPORT-FILE(DIST-IDX)
                   " not on file tonight"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO DT-PAGE-COUNT(DIST-IDX)
           MOVE 0 TO LINES-ON-PAGE
           PERFORM UNTIL REPORT-AT-END
               READ REPORT-WORK-FILE
                   AT END SET REPORT-AT-END TO TRUE
                   NOT AT END PERFORM COUNT-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE REPORT-WORK-FILE

           STRING "rptrepo-" TODAYS-DATE-TAG "-" DELIMITED BY SIZE
               DT-REPORT-FILE(DIST-IDX) DELIMITED BY SPACE
               INTO DT-REPOSITORY-NAME(DIST-IDX)
           MOVE SPACES TO FILE-COMMAND
           STRING "mv report-file.work " DELIMITED BY SIZE
               DT-REPOSITORY-NAME(DIST-IDX) DELIMITED BY SPACE
               INTO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND

           SET DT-WAS-FILED(DIST-IDX) TO TRUE
           ADD 1 TO FILED-COUNT
           MOVE DT-PAGE-COUNT(DIST-IDX) TO PAGE-COUNT-ED
           DISPLAY "  Filed " DT-REPORT-FILE(DIST-IDX)
               PAGE-COUNT-ED " pages".

      *> A page throw printed into the report starts a new page;
      *> otherwise a page runs LINES-PER-PAGE lines.
       COUNT-REPORT-LINE.
           ADD 1 TO DT-LINE-COUNT(DIST-IDX)
           MOVE 0 TO PAGE-THROWS
           INSPECT REPORT-WORK-LINE TALLYING PAGE-THROWS
               FOR ALL X"0C"
           IF PAGE-THROWS > 0
               ADD PAGE-THROWS TO DT-PAGE-COUNT(DIST-IDX)
               MOVE 1 TO LINES-ON-PAGE
           ELSE
               ADD 1 TO LINES-ON-PAGE
               IF LINES-ON-PAGE > LINES-PER-PAGE
                   ADD 1 TO DT-PAGE-COUNT(DIST-IDX)
                   MOVE 1 TO LINES-ON-PAGE
               END-IF
           END-IF.

      *> The index is copied through with tonight's replaced and
      *> expired copies dropped, then tonight's filings are added.
       REWRITE-REPORT-INDEX.
           OPEN OUTPUT INDEX-WORK-FILE
           IF INDEX-WORK-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open report-index.work, status "
                   INDEX-WORK-STATUS DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT INDEX-FILE
           IF INDEX-FILE-STATUS = "00"
               PERFORM UNTIL INDEX-AT-END
                   READ INDEX-FILE
                       AT END SET INDEX-AT-END TO TRUE
                       NOT AT END PERFORM CARRY-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE INDEX-FILE
           END-IF

           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               IF DT-WAS-FILED(DIST-IDX)
                   MOVE SPACES TO REPORT-INDEX-RECORD
                   MOVE DT-REPORT-FILE(DIST-IDX) TO RI-REPORT-FILE
                   MOVE TODAYS-DATE-TAG TO RI-BUSINESS-DATE
                   MOVE DT-JOB-NAME(DIST-IDX) TO RI-JOB-NAME
                   MOVE DT-PAGE-COUNT(DIST-IDX) TO RI-PAGE-COUNT
                   MOVE DT-LINE-COUNT(DIST-IDX) TO RI-LINE-COUNT
                   MOVE DT-REPOSITORY-NAME(DIST-IDX)
                       TO RI-REPOSITORY-NAME
                   MOVE REPORT-INDEX-RECORD TO INDEX-WORK-LINE
                   WRITE INDEX-WORK-LINE
                   ADD 1 TO INDEX-KEPT-COUNT
               END-IF
           END-PERFORM
           CLOSE INDEX-WORK-FILE

           MOVE "mv report-index.work report-index.dat"
               TO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND.

      *> A copy filed again tonight is dropped (its repository file
      *> was just overwritten); one past its report's retention is
      *> deleted and dropped; everything else carries through.
       CARRY-INDEX-ENTRY.
           SET DIST-IDX TO 1
           SEARCH DIST-ENTRY
               AT END
                   PERFORM KEEP-INDEX-ENTRY
                   EXIT PARAGRAPH
               WHEN DT-REPORT-FILE(DIST-IDX) = RI-REPORT-FILE
                   CONTINUE
           END-SEARCH

           IF DT-WAS-FILED(DIST-IDX) AND
              RI-BUSINESS-DATE = TODAYS-DATE-TAG
               ADD 1 TO REPLACED-COUNT
               EXIT PARAGRAPH
           END-IF

           IF RI-BUSINESS-DATE < DT-CUTOFF-DATE(DIST-IDX)
               ADD 1 TO EXPIRED-COUNT
               MOVE SPACES TO FILE-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                   RI-REPOSITORY-NAME DELIMITED BY SPACE
                   INTO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               EXIT PARAGRAPH
           END-IF

           PERFORM KEEP-INDEX-ENTRY.

       KEEP-INDEX-ENTRY.
           MOVE REPORT-INDEX-RECORD TO INDEX-WORK-LINE
           WRITE INDEX-WORK-LINE
           ADD 1 TO INDEX-KEPT-COUNT.

      *> Tonight's routing sheet: each report filed, its size, and
      *> who receives it.
       WRITE-ROUTING-SHEET.
           OPEN OUTPUT ROUTING-FILE
           IF ROUTING-FILE-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open report-routing-sheet.txt, "
                   "status " ROUTING-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ROUTING-LINE
           STRING "REPORT ROUTING SHEET - BUSINESS DATE "
               TODAYS-DATE-TAG DELIMITED BY SIZE INTO ROUTING-LINE
           WRITE ROUTING-LINE
           MOVE SPACES TO ROUTING-LINE
           WRITE ROUTING-LINE
           MOVE SPACES TO ROUTING-LINE
           STRING "REPORT                          PAGES  "
               "DELIVER TO" DELIMITED BY SIZE INTO ROUTING-LINE
           WRITE ROUTING-LINE

           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-COUNT
               IF DT-WAS-FILED(DIST-IDX)
                   MOVE SPACES TO ROUTING-LINE
                   MOVE DT-PAGE-COUNT(DIST-IDX) TO PAGE-COUNT-ED
                   MOVE DT-REPORT-FILE(DIST-IDX)
                       TO ROUTING-LINE(1:30)
                   MOVE PAGE-COUNT-ED TO ROUTING-LINE(33:5)
                   MOVE DT-DEPARTMENTS(DIST-IDX)
                       TO ROUTING-LINE(40:60)
                   WRITE ROUTING-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO ROUTING-LINE
           WRITE ROUTING-LINE
           MOVE SPACES TO ROUTING-LINE
           STRING "Reports filed: " FILED-COUNT
               DELIMITED BY SIZE INTO ROUTING-LINE
           WRITE ROUTING-LINE
           CLOSE ROUTING-FILE.

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
