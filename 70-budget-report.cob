       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.

      *> Monthly budget-versus-actual sales report. One line per
      *> product (and per feed, where a region is budgeted on its
      *> own) showing the month's actual sales against its budget
      *> on sales-budget.idx (kept by BUDGET-MAINT), the variance
      *> in amount and percent, and the year to date against the
      *> year-to-date budget. Actuals come from
      *> product-sales-history.dat - the day-by-day product totals
      *> SALES-ANALYSIS prints from processed.txt - so this report
      *> and the daily analysis reports always tie. Where
      *> SALES-ANALYSIS was rerun for a day, only its latest set of
      *> figures for that day is counted.
      *>
      *> Sales with no budget line print as NO BUDGET. A budgeted
      *> line whose month or year-to-date variance is further from
      *> budget than the percentage in budget-variance.ctl
      *> (columns 1-5, 999V99 - "01000" = 10.00%) is flagged; with
      *> no threshold on file nothing is flagged. The month
      *> reported defaults to the calendar month of the run date;
      *> a catch-up run sets BUDGET-MONTH (YYYYMM).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "sales-budget.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "product-sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT THRESHOLD-FILE ASSIGN TO "budget-variance.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "budget-variance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FILE.
       COPY BUDGREC.

       FD HISTORY-FILE.
       COPY PSALHIST.

       FD THRESHOLD-FILE.
       01 THRESHOLD-RECORD.
          05 THR-PERCENT-X    PIC X(5).
          05 THR-PERCENT REDEFINES THR-PERCENT-X
                              PIC 9(3)V99.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01 BUDGET-FILE-STATUS    PIC X(2).
       01 HISTORY-FILE-STATUS   PIC X(2).
       01 THRESHOLD-FILE-STATUS PIC X(2).

       01 BUDGET-EOF-FLAG     PIC X VALUE "N".
          88 BUDGET-AT-END    VALUE "Y".
       01 HISTORY-EOF-FLAG    PIC X VALUE "N".
          88 HISTORY-AT-END   VALUE "Y".
       01 THRESHOLD-FLAG      PIC X VALUE "N".
          88 HAVE-THRESHOLD   VALUE "Y".
       01 BUDGET-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-BUDGET-FILE VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 REPORT-MONTH-TAG    PIC X(6).
       01 VARIANCE-THRESHOLD  PIC 9(3)V99 VALUE 0.

      *> The latest SALES-ANALYSIS run for each business date of
      *> the year so far.
       01 RUN-DAY-COUNT       PIC S9(4) COMP VALUE 0.
       01 RUN-DAY-TABLE.
          05 RUN-DAY-ENTRY OCCURS 0 TO 400 TIMES
                           DEPENDING ON RUN-DAY-COUNT
                           INDEXED BY RD-IDX.
             10 RD-RUN-DATE   PIC X(8).
             10 RD-RUN-STAMP  PIC X(14).

      *> One entry per report line: a budget line for the year, or
      *> a product that sold with no budget at all.
       01 VARIANCE-COUNT      PIC S9(4) COMP VALUE 0.
       01 VARIANCE-TABLE.
          05 VARIANCE-ENTRY OCCURS 0 TO 1000 TIMES
                            DEPENDING ON VARIANCE-COUNT
                            INDEXED BY VR-IDX.
             10 VR-PRODUCT-CODE  PIC X(10).
             10 VR-FEED-NAME     PIC X(20).
             10 VR-BUDGETED      PIC X(1).
             10 VR-MONTH-BUDGET  PIC S9(9)V99.
             10 VR-MONTH-ACTUAL  PIC S9(9)V99.
             10 VR-YTD-BUDGET    PIC S9(11)V99.
             10 VR-YTD-ACTUAL    PIC S9(11)V99.
             10 VR-PRINTED       PIC X(1).
       01 SELECTED-IDX        PIC S9(4) COMP.
       01 SCAN-IDX            PIC S9(4) COMP.
       01 MATCH-IDX           PIC S9(4) COMP.

       01 HISTORY-AMOUNT      PIC S9(9)V99.
       01 LINE-VARIANCE       PIC S9(11)V99.
       01 VARIANCE-PERCENT    PIC S9(5)V9.
       01 YTD-VARIANCE-PERCENT PIC S9(5)V9.
       01 FLAG-TEXT           PIC X(10).

       01 TOTAL-MONTH-ACTUAL  PIC S9(11)V99 VALUE 0.
       01 TOTAL-MONTH-BUDGET  PIC S9(11)V99 VALUE 0.
       01 TOTAL-YTD-ACTUAL    PIC S9(11)V99 VALUE 0.
       01 TOTAL-YTD-BUDGET    PIC S9(11)V99 VALUE 0.
       01 FLAGGED-COUNT       PIC 9(6) VALUE 0.
       01 UNBUDGETED-COUNT    PIC 9(6) VALUE 0.
       01 TABLE-OVERFLOW-COUNT PIC 9(6) VALUE 0.

       01 MONTH-ACTUAL-ED     PIC -Z,ZZZ,ZZ9.99.
       01 MONTH-BUDGET-ED     PIC -Z,ZZZ,ZZ9.99.
       01 VARIANCE-ED         PIC -Z,ZZZ,ZZ9.99.
       01 YTD-ACTUAL-ED       PIC -Z,ZZZ,ZZ9.99.
       01 YTD-BUDGET-ED       PIC -Z,ZZZ,ZZ9.99.
       01 PERCENT-ED          PIC -ZZZZ9.9.
       01 YTD-PERCENT-ED      PIC -ZZZZ9.9.
       01 PERCENT-TEXT        PIC X(8).
       01 YTD-PERCENT-TEXT    PIC X(8).
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 THRESHOLD-ED        PIC ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "BUDGET-REPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Budget Versus Actual Sales"
           DISPLAY "=========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE SPACES TO REPORT-MONTH-TAG
           ACCEPT REPORT-MONTH-TAG FROM ENVIRONMENT "BUDGET-MONTH"
           IF REPORT-MONTH-TAG = SPACES
               MOVE TODAYS-DATE-TAG(1:6) TO REPORT-MONTH-TAG
           END-IF

           PERFORM READ-VARIANCE-THRESHOLD

           PERFORM LOAD-BUDGET-LINES

           PERFORM FIND-LATEST-RUNS

           PERFORM ACCUMULATE-ACTUALS

           PERFORM WRITE-VARIANCE-REPORT

           DISPLAY "Report month:         " REPORT-MONTH-TAG
           DISPLAY "Report lines:         " VARIANCE-COUNT
           DISPLAY "Lines flagged:        " FLAGGED-COUNT
           DISPLAY "Sold with no budget:  " UNBUDGETED-COUNT
           DISPLAY "Wrote budget-variance-report.txt"

           IF NOT HAVE-BUDGET-FILE
               SET JOB-RC-WARNING TO TRUE
               STRING "sales-budget.idx not found - no budget to "
                   "compare against" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           IF TABLE-OVERFLOW-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE TABLE-OVERFLOW-COUNT TO COUNT-ED
               STRING "Budget report tables full - records not "
                   "reported:" COUNT-ED
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

       READ-VARIANCE-THRESHOLD.
           OPEN INPUT THRESHOLD-FILE
           IF THRESHOLD-FILE-STATUS = "00"
               READ THRESHOLD-FILE
                   AT END CONTINUE
               END-READ
               IF THRESHOLD-FILE-STATUS = "00" AND
                  THR-PERCENT-X IS NUMERIC
                   MOVE THR-PERCENT TO VARIANCE-THRESHOLD
                   SET HAVE-THRESHOLD TO TRUE
               END-IF
               CLOSE THRESHOLD-FILE
           END-IF
           IF HAVE-THRESHOLD
               DISPLAY "Variance threshold (pct): " VARIANCE-THRESHOLD
           ELSE
               DISPLAY "No budget-variance.ctl - lines not flagged."
           END-IF.

      *> Every budget line from January of the report year through
      *> the report month.
       LOAD-BUDGET-LINES.
           OPEN INPUT BUDGET-FILE
           IF BUDGET-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET HAVE-BUDGET-FILE TO TRUE
           PERFORM UNTIL BUDGET-AT-END
               READ BUDGET-FILE NEXT RECORD
                   AT END SET BUDGET-AT-END TO TRUE
                   NOT AT END
                       IF BG-MONTH(1:4) = REPORT-MONTH-TAG(1:4) AND
                          BG-MONTH <= REPORT-MONTH-TAG
                           PERFORM STORE-BUDGET-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE.

       STORE-BUDGET-LINE.
           SET VR-IDX TO 1
           SEARCH VARIANCE-ENTRY
               AT END
                   PERFORM ADD-VARIANCE-ENTRY
                   IF TABLE-OVERFLOW-COUNT > 0
                       EXIT PARAGRAPH
                   END-IF
                   MOVE BG-PRODUCT-CODE TO VR-PRODUCT-CODE(VR-IDX)
                   MOVE BG-FEED-NAME    TO VR-FEED-NAME(VR-IDX)
               WHEN VR-PRODUCT-CODE(VR-IDX) = BG-PRODUCT-CODE AND
                    VR-FEED-NAME(VR-IDX) = BG-FEED-NAME
                   CONTINUE
           END-SEARCH
           MOVE "Y" TO VR-BUDGETED(VR-IDX)
           ADD BG-AMOUNT TO VR-YTD-BUDGET(VR-IDX)
           ADD BG-AMOUNT TO TOTAL-YTD-BUDGET
           IF BG-MONTH = REPORT-MONTH-TAG
               ADD BG-AMOUNT TO VR-MONTH-BUDGET(VR-IDX)
               ADD BG-AMOUNT TO TOTAL-MONTH-BUDGET
           END-IF.

      *> Leaves VR-IDX on a fresh zeroed entry, or counts the
      *> overflow when the table is full.
       ADD-VARIANCE-ENTRY.
           IF VARIANCE-COUNT < 1000
               ADD 1 TO VARIANCE-COUNT
               SET VR-IDX TO VARIANCE-COUNT
               MOVE SPACES TO VR-PRODUCT-CODE(VR-IDX)
               MOVE SPACES TO VR-FEED-NAME(VR-IDX)
               MOVE "N" TO VR-BUDGETED(VR-IDX)
               MOVE 0   TO VR-MONTH-BUDGET(VR-IDX)
               MOVE 0   TO VR-MONTH-ACTUAL(VR-IDX)
               MOVE 0   TO VR-YTD-BUDGET(VR-IDX)
               MOVE 0   TO VR-YTD-ACTUAL(VR-IDX)
               MOVE "N" TO VR-PRINTED(VR-IDX)
           ELSE
               ADD 1 TO TABLE-OVERFLOW-COUNT
           END-IF.

      *> First pass over the history: which run of SALES-ANALYSIS
      *> stands for each day (the latest stamp wins).
       FIND-LATEST-RUNS.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-AT-END
               READ HISTORY-FILE
                   AT END SET HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF PSH-RUN-DATE(1:4) = REPORT-MONTH-TAG(1:4)
                          AND PSH-RUN-DATE(1:6) <= REPORT-MONTH-TAG
                           PERFORM NOTE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       NOTE-ONE-RUN.
           SET RD-IDX TO 1
           SEARCH RUN-DAY-ENTRY
               AT END
                   IF RUN-DAY-COUNT < 400
                       ADD 1 TO RUN-DAY-COUNT
                       SET RD-IDX TO RUN-DAY-COUNT
                       MOVE PSH-RUN-DATE  TO RD-RUN-DATE(RD-IDX)
                       MOVE PSH-RUN-STAMP TO RD-RUN-STAMP(RD-IDX)
                   END-IF
               WHEN RD-RUN-DATE(RD-IDX) = PSH-RUN-DATE
                   IF PSH-RUN-STAMP > RD-RUN-STAMP(RD-IDX)
                       MOVE PSH-RUN-STAMP TO RD-RUN-STAMP(RD-IDX)
                   END-IF
           END-SEARCH.

      *> Second pass: the standing run's figures for each day are
      *> added to the feed's own budget line if it has one, else
      *> to the product's all-feeds line, else to a NO BUDGET line
      *> for the product.
       ACCUMULATE-ACTUALS.
           MOVE "N" TO HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HISTORY-AT-END
               READ HISTORY-FILE
                   AT END SET HISTORY-AT-END TO TRUE
                   NOT AT END
                       IF PSH-RUN-DATE(1:4) = REPORT-MONTH-TAG(1:4)
                          AND PSH-RUN-DATE(1:6) <= REPORT-MONTH-TAG
                           PERFORM ACCUMULATE-ONE-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       ACCUMULATE-ONE-ACTUAL.
           SET RD-IDX TO 1
           SEARCH RUN-DAY-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN RD-RUN-DATE(RD-IDX) = PSH-RUN-DATE
                   IF RD-RUN-STAMP(RD-IDX) NOT = PSH-RUN-STAMP
                       EXIT PARAGRAPH
                   END-IF
           END-SEARCH

           MOVE PSH-SALES-TOTAL TO HISTORY-AMOUNT
           MOVE 0 TO MATCH-IDX
           IF PSH-FEED-NAME NOT = SPACES
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > VARIANCE-COUNT OR MATCH-IDX > 0
                   IF VR-PRODUCT-CODE(SCAN-IDX) = PSH-PRODUCT-CODE AND
                      VR-FEED-NAME(SCAN-IDX) = PSH-FEED-NAME
                       MOVE SCAN-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF MATCH-IDX = 0
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > VARIANCE-COUNT OR MATCH-IDX > 0
                   IF VR-PRODUCT-CODE(SCAN-IDX) = PSH-PRODUCT-CODE AND
                      VR-FEED-NAME(SCAN-IDX) = SPACES
                       MOVE SCAN-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF MATCH-IDX = 0
               PERFORM ADD-VARIANCE-ENTRY
               IF TABLE-OVERFLOW-COUNT > 0
                   EXIT PARAGRAPH
               END-IF
               MOVE PSH-PRODUCT-CODE TO VR-PRODUCT-CODE(VR-IDX)
               SET MATCH-IDX TO VR-IDX
           END-IF

           ADD HISTORY-AMOUNT TO VR-YTD-ACTUAL(MATCH-IDX)
           ADD HISTORY-AMOUNT TO TOTAL-YTD-ACTUAL
           IF PSH-RUN-DATE(1:6) = REPORT-MONTH-TAG
               ADD HISTORY-AMOUNT TO VR-MONTH-ACTUAL(MATCH-IDX)
               ADD HISTORY-AMOUNT TO TOTAL-MONTH-ACTUAL
           END-IF.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "BUDGET VERSUS ACTUAL SALES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "   MONTH: " REPORT-MONTH-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF HAVE-THRESHOLD
               MOVE VARIANCE-THRESHOLD TO THRESHOLD-ED
               STRING "FLAGGED WHERE VARIANCE EXCEEDS "
                   THRESHOLD-ED "%"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "NO VARIANCE THRESHOLD ON FILE - LINES NOT FLAGGED"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PRODUCT    FEED                  MONTH ACTUAL"
               "   MONTH BUDGET       VARIANCE    VAR %"
               "     YTD ACTUAL     YTD BUDGET    YTD %"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

      *> Product order, then feed, by repeated selection of the
      *> lowest line not yet printed.
           PERFORM VARIANCE-COUNT TIMES
               MOVE 0 TO SELECTED-IDX
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > VARIANCE-COUNT
                   IF VR-PRINTED(SCAN-IDX) = "N"
                       IF SELECTED-IDX = 0
                           MOVE SCAN-IDX TO SELECTED-IDX
                       ELSE
                           IF VR-PRODUCT-CODE(SCAN-IDX) <
                              VR-PRODUCT-CODE(SELECTED-IDX) OR
                              (VR-PRODUCT-CODE(SCAN-IDX) =
                               VR-PRODUCT-CODE(SELECTED-IDX) AND
                               VR-FEED-NAME(SCAN-IDX) <
                               VR-FEED-NAME(SELECTED-IDX))
                               MOVE SCAN-IDX TO SELECTED-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO VR-PRINTED(SELECTED-IDX)
               PERFORM WRITE-ONE-VARIANCE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-MONTH-ACTUAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  MONTH ACTUAL:  " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-MONTH-BUDGET TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  MONTH BUDGET:  " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-YTD-ACTUAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  YTD ACTUAL:    " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-YTD-BUDGET TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  YTD BUDGET:    " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FLAGGED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  LINES FLAGGED: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-ONE-VARIANCE-LINE.
           COMPUTE LINE-VARIANCE = VR-MONTH-ACTUAL(SELECTED-IDX)
               - VR-MONTH-BUDGET(SELECTED-IDX)
           MOVE SPACES TO FLAG-TEXT
           MOVE "     N/A" TO PERCENT-TEXT
           MOVE "     N/A" TO YTD-PERCENT-TEXT

           IF VR-MONTH-BUDGET(SELECTED-IDX) NOT = 0
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   LINE-VARIANCE * 100 / VR-MONTH-BUDGET(SELECTED-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO VARIANCE-PERCENT
               END-COMPUTE
               MOVE VARIANCE-PERCENT TO PERCENT-ED
               MOVE PERCENT-ED TO PERCENT-TEXT
           END-IF
           IF VR-YTD-BUDGET(SELECTED-IDX) NOT = 0
               COMPUTE YTD-VARIANCE-PERCENT ROUNDED =
                   (VR-YTD-ACTUAL(SELECTED-IDX)
                    - VR-YTD-BUDGET(SELECTED-IDX)) * 100
                   / VR-YTD-BUDGET(SELECTED-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO YTD-VARIANCE-PERCENT
               END-COMPUTE
               MOVE YTD-VARIANCE-PERCENT TO YTD-PERCENT-ED
               MOVE YTD-PERCENT-ED TO YTD-PERCENT-TEXT
           END-IF

           IF VR-BUDGETED(SELECTED-IDX) = "N"
               MOVE "NO BUDGET" TO FLAG-TEXT
               ADD 1 TO UNBUDGETED-COUNT
           ELSE
               IF HAVE-THRESHOLD
                   PERFORM FLAG-VARIANCE-LINE
               END-IF
           END-IF

           MOVE VR-MONTH-ACTUAL(SELECTED-IDX) TO MONTH-ACTUAL-ED
           MOVE VR-MONTH-BUDGET(SELECTED-IDX) TO MONTH-BUDGET-ED
           MOVE LINE-VARIANCE                 TO VARIANCE-ED
           MOVE VR-YTD-ACTUAL(SELECTED-IDX)   TO YTD-ACTUAL-ED
           MOVE VR-YTD-BUDGET(SELECTED-IDX)   TO YTD-BUDGET-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " VR-PRODUCT-CODE(SELECTED-IDX) " "
               VR-FEED-NAME(SELECTED-IDX) " " MONTH-ACTUAL-ED " "
               MONTH-BUDGET-ED " " VARIANCE-ED " " PERCENT-TEXT " "
               YTD-ACTUAL-ED " " YTD-BUDGET-ED " " YTD-PERCENT-TEXT
               " " FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> A line with no budget for the month (or year) cannot be
      *> out by a percentage, so only a non-zero budget is tested.
       FLAG-VARIANCE-LINE.
           IF VR-MONTH-BUDGET(SELECTED-IDX) NOT = 0 AND
              (VARIANCE-PERCENT > VARIANCE-THRESHOLD OR
               VARIANCE-PERCENT < 0 - VARIANCE-THRESHOLD)
               MOVE "*MTH" TO FLAG-TEXT
           END-IF
           IF VR-YTD-BUDGET(SELECTED-IDX) NOT = 0 AND
              (YTD-VARIANCE-PERCENT > VARIANCE-THRESHOLD OR
               YTD-VARIANCE-PERCENT < 0 - VARIANCE-THRESHOLD)
               MOVE "*YTD" TO FLAG-TEXT(6:4)
           END-IF
           IF FLAG-TEXT NOT = SPACES
               ADD 1 TO FLAGGED-COUNT
           END-IF.
