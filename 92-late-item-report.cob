       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-ITEM-REPORT.

      *> Late-item report for finance: how much arrived after each
      *> month was closed. Reads every item the posting jobs have
      *> held on prior-period-adjust.dat because it was dated in a
      *> closed month, and prints one line per period - when it was
      *> last closed (off month-end-close.ctl), how many items
      *> arrived after the close and their amount, and where they
      *> stand: still pending, booked into a later period, or
      *> booked into the period after reopening it. The amount
      *> columns are gross - each item counts at its size whichever
      *> way it moves the balance, since a late payment and a late
      *> sale are both late money. A second section totals the
      *> items by the job that held them, signed the way they were
      *> (or would be) posted. Anything still pending ends the job
      *> with a warning so it is not forgotten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-FILE ASSIGN TO "prior-period-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.
           SELECT CLOSE-CONTROL-FILE
               ASSIGN TO "month-end-close.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "late-item-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUST-FILE.
       COPY PPADJ.

       FD CLOSE-CONTROL-FILE.
       COPY CLOSECTL.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 ADJUST-FILE-STATUS   PIC X(2).
       01 CLOSE-CONTROL-STATUS PIC X(2).

       01 ADJUST-EOF-FLAG     PIC X VALUE "N".
          88 ADJUST-AT-END    VALUE "Y".
       01 CLOSE-EOF-FLAG      PIC X VALUE "N".
          88 CLOSE-AT-END     VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).

      *> One entry per period with late items, kept in period
      *> order as items are added.
       01 PERIOD-COUNT PIC S9(4) COMP VALUE 0.
       01 PERIOD-TABLE.
          05 PERIOD-ENTRY OCCURS 0 TO 600 TIMES
                          DEPENDING ON PERIOD-COUNT
                          INDEXED BY PER-IDX.
             10 PT-PERIOD         PIC X(6).
             10 PT-CLOSE-DATE     PIC X(8).
             10 PT-ITEM-COUNT     PIC 9(6).
             10 PT-ITEM-AMOUNT    PIC S9(10)V99.
             10 PT-PENDING-COUNT  PIC 9(6).
             10 PT-PENDING-AMOUNT PIC S9(10)V99.
             10 PT-CURRENT-COUNT  PIC 9(6).
             10 PT-REOPENED-COUNT PIC 9(6).
       01 PERIOD-SLOT         PIC S9(4) COMP.
       01 SHIFT-SLOT          PIC S9(4) COMP.

       01 JOB-COUNT PIC S9(4) COMP VALUE 0.
       01 JOB-TABLE.
          05 JOB-ENTRY OCCURS 0 TO 20 TIMES
                       DEPENDING ON JOB-COUNT
                       INDEXED BY JOB-IDX.
             10 JT-SOURCE-JOB     PIC X(16).
             10 JT-ITEM-COUNT     PIC 9(6).
             10 JT-NET-AMOUNT     PIC S9(10)V99.
             10 JT-PENDING-COUNT  PIC 9(6).

       01 ITEM-AMOUNT         PIC S9(8)V99.
       01 GROSS-AMOUNT        PIC S9(8)V99.
       01 ITEM-COUNT          PIC 9(6) VALUE 0.
       01 PENDING-COUNT       PIC 9(6) VALUE 0.
       01 TOTAL-GROSS         PIC S9(10)V99 VALUE 0.
       01 PENDING-GROSS       PIC S9(10)V99 VALUE 0.
       01 AMOUNT-ED           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-2-ED         PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.
       01 COUNT-2-ED          PIC ZZZ,ZZ9.
       01 COUNT-3-ED          PIC ZZZ,ZZ9.
       01 COUNT-4-ED          PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "LATE-ITEM-REPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Late Item Report"
           DISPLAY "================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS = "00"
               PERFORM UNTIL ADJUST-AT-END
                   READ ADJUST-FILE
                       AT END SET ADJUST-AT-END TO TRUE
                       NOT AT END
                           IF PPA-PERIOD NOT = SPACES
                               PERFORM TALLY-ONE-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF

           PERFORM LOAD-CLOSE-DATES

           OPEN OUTPUT REPORT-FILE
           MOVE "ITEMS ARRIVING AFTER PERIOD CLOSE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PERIOD  CLOSED     ITEMS       GROSS AMOUNT"
               "  PENDING     PENDING AMOUNT  BOOKED  REOPENED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF PERIOD-COUNT = 0
               MOVE "  No late items on file" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > PERIOD-COUNT
               PERFORM WRITE-PERIOD-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ITEM-COUNT    TO COUNT-ED
           MOVE TOTAL-GROSS   TO AMOUNT-ED
           MOVE PENDING-COUNT TO COUNT-2-ED
           MOVE PENDING-GROSS TO AMOUNT-2-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ALL PERIODS      " COUNT-ED " " AMOUNT-ED
               "  " COUNT-2-ED " " AMOUNT-2-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  HELD BY JOB         ITEMS"
               "         NET AMOUNT  PENDING"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING JOB-IDX FROM 1 BY 1
               UNTIL JOB-IDX > JOB-COUNT
               MOVE JT-ITEM-COUNT(JOB-IDX)    TO COUNT-ED
               MOVE JT-NET-AMOUNT(JOB-IDX)    TO AMOUNT-ED
               MOVE JT-PENDING-COUNT(JOB-IDX) TO COUNT-2-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  " JT-SOURCE-JOB(JOB-IDX) "  " COUNT-ED
                   " " AMOUNT-ED "  " COUNT-2-ED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Late items on file:   " ITEM-COUNT
           DISPLAY "Still pending:        " PENDING-COUNT
           DISPLAY "Wrote late-item-report.txt"

           IF PENDING-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE PENDING-COUNT TO COUNT-ED
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Prior-period items awaiting approval:"
                   COUNT-ED
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

       TALLY-ONE-ITEM.
           COMPUTE ITEM-AMOUNT = FUNCTION NUMVAL(PPA-AMOUNT)
           COMPUTE GROSS-AMOUNT = FUNCTION ABS(ITEM-AMOUNT)
           ADD 1 TO ITEM-COUNT
           ADD GROSS-AMOUNT TO TOTAL-GROSS

           PERFORM FIND-PERIOD-SLOT
           IF PERIOD-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PT-ITEM-COUNT(PERIOD-SLOT)
           ADD GROSS-AMOUNT TO PT-ITEM-AMOUNT(PERIOD-SLOT)
           EVALUATE TRUE
               WHEN PPA-PENDING
                   ADD 1 TO PT-PENDING-COUNT(PERIOD-SLOT)
                   ADD GROSS-AMOUNT TO PT-PENDING-AMOUNT(PERIOD-SLOT)
                   ADD 1 TO PENDING-COUNT
                   ADD GROSS-AMOUNT TO PENDING-GROSS
               WHEN PPA-BOOKED-CURRENT
                   ADD 1 TO PT-CURRENT-COUNT(PERIOD-SLOT)
               WHEN PPA-BOOKED-REOPENED
                   ADD 1 TO PT-REOPENED-COUNT(PERIOD-SLOT)
           END-EVALUATE

           SET JOB-IDX TO 1
           SEARCH JOB-ENTRY
               AT END
                   IF JOB-COUNT < 20
                       ADD 1 TO JOB-COUNT
                       SET JOB-IDX TO JOB-COUNT
                       MOVE PPA-SOURCE-JOB TO JT-SOURCE-JOB(JOB-IDX)
                       MOVE 0 TO JT-ITEM-COUNT(JOB-IDX)
                       MOVE 0 TO JT-NET-AMOUNT(JOB-IDX)
                       MOVE 0 TO JT-PENDING-COUNT(JOB-IDX)
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               WHEN JT-SOURCE-JOB(JOB-IDX) = PPA-SOURCE-JOB
                   CONTINUE
           END-SEARCH
           ADD 1 TO JT-ITEM-COUNT(JOB-IDX)
           ADD ITEM-AMOUNT TO JT-NET-AMOUNT(JOB-IDX)
           IF PPA-PENDING
               ADD 1 TO JT-PENDING-COUNT(JOB-IDX)
           END-IF.

      *> Sets PERIOD-SLOT to the period's entry, opening a new one
      *> in period order when it is not there yet; zero when the
      *> table is full.
       FIND-PERIOD-SLOT.
           MOVE 0 TO PERIOD-SLOT
           PERFORM VARYING PER-IDX FROM 1 BY 1
               UNTIL PER-IDX > PERIOD-COUNT
               IF PT-PERIOD(PER-IDX) = PPA-PERIOD
                   SET PERIOD-SLOT TO PER-IDX
                   EXIT PARAGRAPH
               END-IF
               IF PT-PERIOD(PER-IDX) > PPA-PERIOD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PERIOD-COUNT NOT < 600
               EXIT PARAGRAPH
           END-IF

           SET PERIOD-SLOT TO PER-IDX
           ADD 1 TO PERIOD-COUNT
           PERFORM VARYING SHIFT-SLOT FROM PERIOD-COUNT BY -1
               UNTIL SHIFT-SLOT <= PERIOD-SLOT
               MOVE PERIOD-ENTRY(SHIFT-SLOT - 1)
                   TO PERIOD-ENTRY(SHIFT-SLOT)
           END-PERFORM
           MOVE PPA-PERIOD TO PT-PERIOD(PERIOD-SLOT)
           MOVE SPACES     TO PT-CLOSE-DATE(PERIOD-SLOT)
           MOVE 0 TO PT-ITEM-COUNT(PERIOD-SLOT)
           MOVE 0 TO PT-ITEM-AMOUNT(PERIOD-SLOT)
           MOVE 0 TO PT-PENDING-COUNT(PERIOD-SLOT)
           MOVE 0 TO PT-PENDING-AMOUNT(PERIOD-SLOT)
           MOVE 0 TO PT-CURRENT-COUNT(PERIOD-SLOT)
           MOVE 0 TO PT-REOPENED-COUNT(PERIOD-SLOT).

      *> The latest close date for each period on the report -
      *> records from before close dates were kept show blank.
       LOAD-CLOSE-DATES.
           IF PERIOD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLOSE-CONTROL-FILE
           IF CLOSE-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CLOSE-AT-END
               READ CLOSE-CONTROL-FILE
                   AT END SET CLOSE-AT-END TO TRUE
                   NOT AT END
                       IF CLOSE-IS-CLOSE
                           PERFORM NOTE-CLOSE-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-CONTROL-FILE.

       NOTE-CLOSE-DATE.
           SET PER-IDX TO 1
           SEARCH PERIOD-ENTRY
               AT END CONTINUE
               WHEN PT-PERIOD(PER-IDX) = CLOSED-MONTH
                   MOVE CLOSE-ACTION-DATE TO PT-CLOSE-DATE(PER-IDX)
           END-SEARCH.

       WRITE-PERIOD-LINE.
           MOVE PT-ITEM-COUNT(PER-IDX)     TO COUNT-ED
           MOVE PT-ITEM-AMOUNT(PER-IDX)    TO AMOUNT-ED
           MOVE PT-PENDING-COUNT(PER-IDX)  TO COUNT-2-ED
           MOVE PT-PENDING-AMOUNT(PER-IDX) TO AMOUNT-2-ED
           MOVE PT-CURRENT-COUNT(PER-IDX)  TO COUNT-3-ED
           MOVE PT-REOPENED-COUNT(PER-IDX) TO COUNT-4-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " PT-PERIOD(PER-IDX) "  "
               PT-CLOSE-DATE(PER-IDX) " " COUNT-ED " " AMOUNT-ED
               "  " COUNT-2-ED " " AMOUNT-2-ED " " COUNT-3-ED
               "   " COUNT-4-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
