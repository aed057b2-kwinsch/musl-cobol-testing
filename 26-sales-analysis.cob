      *> one report line per product code with transaction count,
      *> units sold, sales total, and average sale, written as a
      *> printer-style report the way EOD-REPORT files its page.
      *> The same tallies, split by the feed each line arrived on,
      *> are appended to product-sales-history.dat so BUDGET-REPORT
      *> can build month and year-to-date actuals that tie to these
      *> daily reports.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS PROCESSED-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "sales-analysis.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO "product-sales-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       FD HISTORY-FILE.
       COPY PSALHIST.

       WORKING-STORAGE SECTION.
       01 PROCESSED-FILE-STATUS PIC X(2).
       01 HISTORY-FILE-STATUS PIC X(2).
       01 PROCESSED-EOF-FLAG  PIC X VALUE "N".
          88 PROCESSED-AT-END VALUE "Y".

             10 PR-UNITS-SOLD   PIC 9(9).
             10 PR-SALES-TOTAL  PIC S9(9)V99.

      *> The same tallies by product and feed, for the history
      *> file.
       01 PRODUCT-FEED-COUNT PIC S9(4) COMP VALUE 0.
       01 PRODUCT-FEED-TABLE.
          05 PRODUCT-FEED-ENTRY OCCURS 500 TIMES
                                INDEXED BY PF-IDX.
             10 PF-PRODUCT-CODE PIC X(10).
             10 PF-FEED-NAME    PIC X(20).
             10 PF-TRANS-COUNT  PIC 9(6).
             10 PF-UNITS-SOLD   PIC 9(9).
             10 PF-SALES-TOTAL  PIC S9(9)V99.
       01 RUN-STAMP        PIC X(14).

       01 AVERAGE-SALE     PIC S9(7)V99.
       01 TOTAL-ED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 AVERAGE-ED       PIC -ZZZ,ZZ9.99.

           PERFORM WRITE-ANALYSIS-REPORT

           PERFORM WRITE-PRODUCT-HISTORY

           DISPLAY "Detail lines analyzed: " DETAIL-COUNT
           DISPLAY "Products seen:         " PRODUCT-COUNT
           DISPLAY "Wrote sales-analysis.txt"
           ADD SD-QUANTITY TO PR-UNITS-SOLD(PROD-IDX)
           ADD AMOUNT      TO PR-SALES-TOTAL(PROD-IDX)
           ADD SD-QUANTITY TO GRAND-UNITS
           ADD AMOUNT      TO GRAND-TOTAL
           PERFORM TALLY-ONE-PRODUCT-FEED.

      *> Only lines that made the report are tallied here, so the
      *> history always adds back to the printed totals.
       TALLY-ONE-PRODUCT-FEED.
           SET PF-IDX TO 1
           SEARCH PRODUCT-FEED-ENTRY
               AT END
                   PERFORM ADD-PRODUCT-FEED-ENTRY
               WHEN PF-IDX > PRODUCT-FEED-COUNT
                   PERFORM ADD-PRODUCT-FEED-ENTRY
               WHEN PF-PRODUCT-CODE(PF-IDX) = SD-PRODUCT-CODE AND
                    PF-FEED-NAME(PF-IDX) = SD-FEED-NAME
                   PERFORM TALLY-INTO-PRODUCT-FEED
           END-SEARCH.

       ADD-PRODUCT-FEED-ENTRY.
           IF PRODUCT-FEED-COUNT < 500
               ADD 1 TO PRODUCT-FEED-COUNT
               SET PF-IDX TO PRODUCT-FEED-COUNT
               MOVE SD-PRODUCT-CODE TO PF-PRODUCT-CODE(PF-IDX)
               MOVE SD-FEED-NAME    TO PF-FEED-NAME(PF-IDX)
               MOVE 0 TO PF-TRANS-COUNT(PF-IDX)
               MOVE 0 TO PF-UNITS-SOLD(PF-IDX)
               MOVE 0 TO PF-SALES-TOTAL(PF-IDX)
               PERFORM TALLY-INTO-PRODUCT-FEED
           ELSE
               SET JOB-RC-WARNING TO TRUE
               STRING "Product/feed table is full at 500 - "
                   SD-PRODUCT-CODE " not in history"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

       TALLY-INTO-PRODUCT-FEED.
           ADD 1           TO PF-TRANS-COUNT(PF-IDX)
           ADD SD-QUANTITY TO PF-UNITS-SOLD(PF-IDX)
           ADD AMOUNT      TO PF-SALES-TOTAL(PF-IDX).

       WRITE-ANALYSIS-REPORT.
           OPEN OUTPUT REPORT-FILE
               UNITS-ED " " TOTAL-ED " " AVERAGE-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> One record per product and feed for today. Every record of
      *> the run carries the same stamp, so a rerun's set can be
      *> told from the one it replaces.
       WRITE-PRODUCT-HISTORY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           OPEN EXTEND HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > PRODUCT-FEED-COUNT
               MOVE SPACES          TO PRODUCT-SALES-HISTORY-RECORD
               MOVE TODAYS-DATE-TAG TO PSH-RUN-DATE
               MOVE RUN-STAMP       TO PSH-RUN-STAMP
               MOVE PF-PRODUCT-CODE(PF-IDX) TO PSH-PRODUCT-CODE
               MOVE PF-FEED-NAME(PF-IDX)    TO PSH-FEED-NAME
               MOVE PF-TRANS-COUNT(PF-IDX)  TO PSH-TRANS-COUNT
               MOVE PF-UNITS-SOLD(PF-IDX)   TO PSH-UNITS-SOLD
               MOVE PF-SALES-TOTAL(PF-IDX)  TO PSH-SALES-TOTAL
               WRITE PRODUCT-SALES-HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.
