      *> reads the business date's records from every journal that
      *> moves CM-CUST-BALANCE - sales-posting-journal.dat,
      *> accrual-journal.txt, payment-journal.dat,
      *> sales-tax-journal.txt, fx-reval-journal.txt, and
      *> adjustment-journal.txt (a ledger missing any of them would
      *> never tie) - and writes one
      *> balanced journal-entry file: the day's movement summarized
      *> by account class, each class line paired with its
      *> offsetting A/R control line, debits equal to credits. The
      *> check. The date extracted defaults to the business date;
      *> a catch-up extract of an earlier day still on the live
      *> journals sets GL-EXTRACT-DATE (YYYYMMDD).
      *>
      *> Every account the extract would post to - A/R control and
      *> each class - must be on Finance's chart of accounts,
      *> gl-chart.dat. An account missing from the chart fails the
      *> run the same way an out-of-balance file does: nothing is
      *> released, and GL-POSTING has nothing to apply. A night
      *> with no activity, or a refused extract, also removes the
      *> previous night's gl-journal.dat so it cannot be posted
      *> again under a new day's run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "fx-reval-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-JOURNAL-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT CHART-FILE ASSIGN TO "gl-chart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.
      *> Written under a fixed working name, then released via the
      *> system shell only once the extract proves in balance (same
      *> approach as the archive jobs' work files).
          05 FILLER           PIC X(2).
          05 FXJ-BALANCE-AFTER PIC -9(8).99.

      *> The adjustment journal (write-offs and bad-debt recoveries)
      *> is the shared ACCJRNL shape again, under its own names.
       FD ADJUSTMENT-JOURNAL-FILE.
       01 ADJUSTMENT-JOURNAL-REC.
          05 ADJJ-RUN-DATE    PIC X(8).
          05 FILLER           PIC X(2).
          05 ADJJ-CUST-ID     PIC 9(6).
          05 FILLER           PIC X(2).
          05 ADJJ-CHARGE-TYPE PIC X(8).
          05 FILLER           PIC X(2).
          05 ADJJ-AMOUNT      PIC -9(6).99.
          05 FILLER           PIC X(2).
          05 ADJJ-BALANCE-BEFORE PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 ADJJ-BALANCE-AFTER PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 ADJJ-REFERENCE   PIC X(12).

       FD CHART-FILE.
       COPY GLACCT.

       FD GL-WORK-FILE.
       COPY GLJRNL.

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(2).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 TAX-JOURNAL-STATUS     PIC X(2).
       01 FX-JOURNAL-STATUS      PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).
       01 GL-WORK-STATUS         PIC X(2).
       01 CHART-FILE-STATUS      PIC X(2).

       01 JOURNAL-EOF-FLAG    PIC X VALUE "N".
          88 JOURNAL-AT-END   VALUE "Y".
          88 TAXJRNL-AT-END   VALUE "Y".
       01 FXJRNL-EOF-FLAG     PIC X VALUE "N".
          88 FXJRNL-AT-END    VALUE "Y".
       01 ADJJRNL-EOF-FLAG    PIC X VALUE "N".
          88 ADJJRNL-AT-END   VALUE "Y".
       01 CHART-EOF-FLAG      PIC X VALUE "N".
          88 CHART-AT-END     VALUE "Y".

       01 EXTRACT-DATE-TAG    PIC X(8).

      *> negative movement the other way around.
       01 CLASS-TALLY-COUNT   PIC S9(4) COMP VALUE 0.
       01 CLASS-TALLY-TABLE.
          05 CLASS-TALLY OCCURS 20 TIMES
                         INDEXED BY CLS-IDX.
             10 CT-CLASS-NAME PIC X(12).
             10 CT-NET-AMOUNT PIC S9(9)V99.
       01 TALLY-CLASS-NAME    PIC X(12).
       01 TALLY-AMOUNT        PIC S9(9)V99.

      *> The valid ledger accounts, off gl-chart.dat.
       01 CHART-ACCOUNT-COUNT PIC S9(4) COMP VALUE 0.
       01 CHART-ACCOUNT-TABLE.
          05 CHART-ACCOUNT OCCURS 0 TO 500 TIMES
                           DEPENDING ON CHART-ACCOUNT-COUNT
                           INDEXED BY CHT-IDX.
             10 CA-ACCOUNT    PIC X(12).
       01 CHECK-ACCOUNT       PIC X(12).
       01 UNKNOWN-ACCOUNT-COUNT PIC 9(4) VALUE 0.

       01 AR-NET-MOVEMENT     PIC S9(9)V99 VALUE 0.
       01 TOTAL-DEBITS        PIC S9(11)V99 VALUE 0.
       01 TOTAL-CREDITS       PIC S9(11)V99 VALUE 0.
           END-IF
           DISPLAY "Extract date: " EXTRACT-DATE-TAG

           PERFORM LOAD-GL-CHART

           PERFORM TALLY-POSTING-JOURNAL

           PERFORM TALLY-ACCRUAL-JOURNAL

           PERFORM TALLY-FX-JOURNAL

           PERFORM TALLY-ADJUSTMENT-JOURNAL

           IF CLASS-TALLY-COUNT = 0
               DISPLAY "No journal activity for " EXTRACT-DATE-TAG
                   " - no extract released."
               MOVE "rm -f gl-journal.dat" TO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               SET JOB-RC-SUCCESS TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-CHART-ACCOUNTS

           PERFORM WRITE-GL-ENTRIES

           PERFORM RELEASE-OR-REFUSE
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> No chart means no account can be proved valid, so the
      *> extract cannot be released at all.
       LOAD-GL-CHART.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "gl-chart.dat not found - no extract can be "
                   "released without the chart"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               MOVE "rm -f gl-journal.dat" TO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CHART-AT-END
               READ CHART-FILE
                   AT END SET CHART-AT-END TO TRUE
                   NOT AT END
                       IF GA-ACCOUNT NOT = SPACES AND
                          CHART-ACCOUNT-COUNT < 500
                           ADD 1 TO CHART-ACCOUNT-COUNT
                           MOVE GA-ACCOUNT
                               TO CA-ACCOUNT(CHART-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

      *> Sales postings: a positive amount is a sale, a negative
      *> one a return/credit - each class summarized on its own
      *> ledger line so Finance sees gross sales and gross returns,
               CLOSE FX-JOURNAL-FILE
           END-IF.

      *> Write-offs and bad-debt recoveries carry their class on
      *> the record (WRITEOFF, RECOVERY), each its own ledger line.
       TALLY-ADJUSTMENT-JOURNAL.
           OPEN INPUT ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS = "00"
               PERFORM UNTIL ADJJRNL-AT-END
                   READ ADJUSTMENT-JOURNAL-FILE
                       AT END SET ADJJRNL-AT-END TO TRUE
                       NOT AT END
                           IF ADJJ-RUN-DATE = EXTRACT-DATE-TAG
                               MOVE ADJJ-CHARGE-TYPE
                                   TO TALLY-CLASS-NAME
                               COMPUTE TALLY-AMOUNT =
                                   FUNCTION NUMVAL(ADJJ-AMOUNT)
                               PERFORM TALLY-ONE-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-JOURNAL-FILE
           END-IF.

       TALLY-ONE-MOVEMENT.
           SET CLS-IDX TO 1
           SEARCH CLASS-TALLY
           ADD TALLY-AMOUNT TO AR-NET-MOVEMENT.

       ADD-CLASS-TALLY.
           IF CLASS-TALLY-COUNT < 20
               ADD 1 TO CLASS-TALLY-COUNT
               SET CLS-IDX TO CLASS-TALLY-COUNT
               MOVE TALLY-CLASS-NAME TO CT-CLASS-NAME(CLS-IDX)
               MOVE TALLY-AMOUNT     TO CT-NET-AMOUNT(CLS-IDX)
           ELSE
               SET JOB-RC-ERROR TO TRUE
               STRING "Account-class table is full at 20 - "
                   TALLY-CLASS-NAME " not extracted"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               DISPLAY "ERROR: " ERRLOG-TEXT
           END-IF.

      *> A/R control and every class with a movement to book are
      *> looked up on the chart; each one missing is logged.
       CHECK-CHART-ACCOUNTS.
           MOVE "AR-CONTROL" TO CHECK-ACCOUNT
           PERFORM CHECK-ONE-ACCOUNT
           PERFORM VARYING CLS-IDX FROM 1 BY 1
               UNTIL CLS-IDX > CLASS-TALLY-COUNT
               IF CT-NET-AMOUNT(CLS-IDX) NOT = 0
                   MOVE CT-CLASS-NAME(CLS-IDX) TO CHECK-ACCOUNT
                   PERFORM CHECK-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       CHECK-ONE-ACCOUNT.
           SET CHT-IDX TO 1
           SEARCH CHART-ACCOUNT
               AT END
                   ADD 1 TO UNKNOWN-ACCOUNT-COUNT
                   SET JOB-RC-ERROR TO TRUE
                   STRING "GL account " CHECK-ACCOUNT
                       " is not on gl-chart.dat"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
                   CALL "ERRLOG-WRITER" USING
                       BY REFERENCE ERRLOG-JOB-NAME
                       BY REFERENCE JOB-RETURN-CODE
                       BY REFERENCE ERRLOG-TEXT
                   DISPLAY "ERROR: " ERRLOG-TEXT
               WHEN CA-ACCOUNT(CHT-IDX) = CHECK-ACCOUNT
                   CONTINUE
           END-SEARCH.

      *> One pair of lines per active class - the class account and
      *> its A/R control offset - followed by nothing else: the A/R
      *> side is written per class so each pair stands alone and
           ADD 1 TO ENTRY-LINE-COUNT.

      *> The release gate: only a file whose debits equal its
      *> credits, posting only to charted accounts, may stand as
      *> gl-journal.dat. Anything else is removed and reported -
      *> Finance keying a one-sided file into the ledger is exactly
      *> what this job exists to stop.
       RELEASE-OR-REFUSE.
           MOVE TOTAL-DEBITS  TO DEBITS-ED
           MOVE TOTAL-CREDITS TO CREDITS-ED
           DISPLAY "Total debits:       $" DEBITS-ED
           DISPLAY "Total credits:      $" CREDITS-ED

           IF UNKNOWN-ACCOUNT-COUNT > 0
               MOVE "rm -f gl-journal.work gl-journal.dat"
                   TO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               SET JOB-RC-ERROR TO TRUE
               STRING "GL extract for " EXTRACT-DATE-TAG
                   " posts to " UNKNOWN-ACCOUNT-COUNT
                   " unknown account(s) - file not released"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF

           IF TOTAL-DEBITS = TOTAL-CREDITS
               MOVE "mv gl-journal.work gl-journal.dat"
                   TO FILE-COMMAND
                   SET JOB-RC-SUCCESS TO TRUE
               END-IF
           ELSE
               MOVE "rm -f gl-journal.work gl-journal.dat"
                   TO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               SET JOB-RC-ERROR TO TRUE
               STRING "GL extract out of balance for "
