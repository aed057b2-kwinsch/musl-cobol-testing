       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.

      *> Nightly general-ledger posting, run after GL-EXTRACT.
      *> Finance has been keying gl-journal.dat into a separate
      *> ledger package to keep account balances; this job applies
      *> the released journal to running balances kept here, in
      *> gl-balances.dat - one record per account on the chart,
      *> with its balance (debit positive, credit negative), the
      *> debits and credits posted in the current month, and the
      *> last journal date applied. TRIAL-BALANCE reports off it.
      *>
      *> The journal is checked again before anything is applied:
      *> one date throughout, every account on gl-chart.dat, every
      *> amount readable, and debits equal to credits. Any failure
      *> posts nothing and ends the job with an error.
      *>
      *> An account on the chart the ledger has not seen before is
      *> opened at the chart's opening balance, so Finance can
      *> bring balances forward (A/R control starts level with the
      *> customer master) without a separate load.
      *>
      *> Each journal date posted is recorded in
      *> gl-posting-history.ctl, and a date already on it is
      *> refused - there is no override, because applying the same
      *> day twice doubles every balance it touches and the ledger
      *> would have to be restored to undo it. A date in a month
      *> earlier than one the ledger has already posted is refused
      *> too, since that month's figures have already been
      *> reported. No gl-journal.dat (a night GL-EXTRACT found no
      *> activity) is nothing to do.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "gl-chart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "gl-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "gl-balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT POSTING-HISTORY-FILE
               ASSIGN TO "gl-posting-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE.
       COPY GLACCT.

       FD GL-JOURNAL-FILE.
       COPY GLJRNL.

       FD BALANCE-FILE.
       COPY GLBAL.

      *> One record per journal date posted: the date, the business
      *> date it was posted on, and the lines and debits applied.
       FD POSTING-HISTORY-FILE.
       01 POSTING-HISTORY-RECORD.
          05 PH-POSTED-DATE   PIC X(8).
          05 FILLER           PIC X(2).
          05 PH-RUN-DATE      PIC X(8).
          05 FILLER           PIC X(2).
          05 PH-LINE-COUNT    PIC 9(6).
          05 FILLER           PIC X(2).
          05 PH-DEBIT-TOTAL   PIC -9(11).99.

       WORKING-STORAGE SECTION.
       01 CHART-FILE-STATUS      PIC X(2).
       01 GL-JOURNAL-STATUS      PIC X(2).
       01 BALANCE-FILE-STATUS    PIC X(2).
       01 POSTING-HISTORY-STATUS PIC X(2).

       01 CHART-EOF-FLAG      PIC X VALUE "N".
          88 CHART-AT-END     VALUE "Y".
       01 JOURNAL-EOF-FLAG    PIC X VALUE "N".
          88 JOURNAL-AT-END   VALUE "Y".
       01 BALANCE-EOF-FLAG    PIC X VALUE "N".
          88 BALANCE-AT-END   VALUE "Y".
       01 HISTORY-EOF-FLAG    PIC X VALUE "N".
          88 HISTORY-AT-END   VALUE "Y".
       01 ALREADY-POSTED-FLAG PIC X VALUE "N".
          88 DATE-ALREADY-POSTED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 POSTING-DATE        PIC X(8) VALUE SPACES.
       01 POSTING-PERIOD      PIC X(6).
       01 LATEST-PERIOD       PIC X(6) VALUE SPACES.

      *> The valid ledger accounts, with the balance each is
      *> opened at the first time the ledger sees it.
       01 CHART-ACCOUNT-COUNT PIC S9(4) COMP VALUE 0.
       01 CHART-ACCOUNT-TABLE.
          05 CHART-ACCOUNT OCCURS 0 TO 500 TIMES
                           DEPENDING ON CHART-ACCOUNT-COUNT
                           INDEXED BY CHT-IDX.
             10 CA-ACCOUNT    PIC X(12).
             10 CA-OPENING    PIC S9(11)V99.

      *> The night's journal, held until every line has passed.
       01 JOURNAL-LINE-COUNT  PIC S9(4) COMP VALUE 0.
       01 JOURNAL-LINE-TABLE.
          05 JOURNAL-LINE OCCURS 0 TO 200 TIMES
                          DEPENDING ON JOURNAL-LINE-COUNT
                          INDEXED BY JL-IDX.
             10 JL-ACCOUNT    PIC X(12).
             10 JL-DEBIT      PIC S9(9)V99.
             10 JL-CREDIT     PIC S9(9)V99.

      *> The ledger, loaded whole and written back whole.
       01 LEDGER-COUNT        PIC S9(4) COMP VALUE 0.
       01 LEDGER-TABLE.
          05 LEDGER-ENTRY OCCURS 0 TO 500 TIMES
                          DEPENDING ON LEDGER-COUNT
                          INDEXED BY LB-IDX.
             10 LB-ACCOUNT         PIC X(12).
             10 LB-BALANCE         PIC S9(11)V99.
             10 LB-PERIOD          PIC X(6).
             10 LB-PERIOD-DEBITS   PIC S9(11)V99.
             10 LB-PERIOD-CREDITS  PIC S9(11)V99.
             10 LB-LAST-POSTED     PIC X(8).

       01 BAD-LINE-COUNT      PIC 9(4) VALUE 0.
       01 OPENED-COUNT        PIC 9(4) VALUE 0.
       01 TOTAL-DEBITS        PIC S9(11)V99 VALUE 0.
       01 TOTAL-CREDITS       PIC S9(11)V99 VALUE 0.
       01 LINE-NUMBER         PIC 9(4) VALUE 0.
       01 DEBITS-ED           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 CREDITS-ED          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "GL-POSTING".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "General Ledger Posting"
           DISPLAY "======================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           PERFORM LOAD-GL-CHART

           OPEN INPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "No gl-journal.dat released - nothing to post."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL JOURNAL-AT-END
               READ GL-JOURNAL-FILE
                   AT END SET JOURNAL-AT-END TO TRUE
                   NOT AT END PERFORM LOAD-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-FILE

           IF JOURNAL-LINE-COUNT = 0 AND BAD-LINE-COUNT = 0
               DISPLAY "gl-journal.dat is empty - nothing to post."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Journal date:        " POSTING-DATE
           MOVE TOTAL-DEBITS  TO DEBITS-ED
           MOVE TOTAL-CREDITS TO CREDITS-ED
           MOVE JOURNAL-LINE-COUNT TO COUNT-ED
           DISPLAY "Journal lines:       " COUNT-ED
           DISPLAY "Total debits:       $" DEBITS-ED
           DISPLAY "Total credits:      $" CREDITS-ED

           IF BAD-LINE-COUNT > 0
               SET JOB-RC-ERROR TO TRUE
               STRING "gl-journal.dat has " BAD-LINE-COUNT
                   " line(s) that cannot be posted - nothing applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF

           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               SET JOB-RC-ERROR TO TRUE
               STRING "gl-journal.dat for " POSTING-DATE
                   " is out of balance - nothing applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF

           PERFORM CHECK-DUPLICATE-DATE
           IF DATE-ALREADY-POSTED
               SET JOB-RC-ERROR TO TRUE
               STRING "Ledger already posted for " POSTING-DATE
                   " - gl-journal.dat not applied again"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF

           PERFORM LOAD-LEDGER-BALANCES

           MOVE POSTING-DATE(1:6) TO POSTING-PERIOD
           IF LATEST-PERIOD NOT = SPACES AND
              POSTING-PERIOD < LATEST-PERIOD
               SET JOB-RC-ERROR TO TRUE
               STRING "Journal date " POSTING-DATE
                   " is before ledger month " LATEST-PERIOD
                   " - nothing applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF

           PERFORM OPEN-NEW-ACCOUNTS

           PERFORM VARYING JL-IDX FROM 1 BY 1
               UNTIL JL-IDX > JOURNAL-LINE-COUNT
               PERFORM POST-ONE-LINE
           END-PERFORM

           PERFORM SAVE-LEDGER-BALANCES

           PERFORM WRITE-POSTING-HISTORY

           DISPLAY "Accounts opened:     " OPENED-COUNT
           MOVE LEDGER-COUNT TO COUNT-ED
           DISPLAY "Accounts on ledger:  " COUNT-ED
           DISPLAY "Posted " POSTING-DATE " to gl-balances.dat"

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Every refusal ends the same way: logged, and the ledger
      *> left exactly as it was.
       REFUSE-POSTING.
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "ERROR: " ERRLOG-TEXT
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-GL-CHART.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "gl-chart.dat not found - the ledger cannot "
                   "be posted without the chart"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
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
                           COMPUTE CA-OPENING(CHART-ACCOUNT-COUNT) =
                               FUNCTION NUMVAL(GA-OPENING-BALANCE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

      *> One journal line: the date must match the first line's,
      *> the account must be on the chart, and both amounts must
      *> read as numbers. A failing line is logged and counted.
       LOAD-ONE-JOURNAL-LINE.
           ADD 1 TO LINE-NUMBER
           IF POSTING-DATE = SPACES
               MOVE GLJ-RUN-DATE TO POSTING-DATE
           END-IF

           IF GLJ-RUN-DATE NOT = POSTING-DATE OR
              GLJ-RUN-DATE IS NOT NUMERIC
               STRING "Journal line " LINE-NUMBER " dated "
                   GLJ-RUN-DATE " - expected " POSTING-DATE
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(GLJ-DEBIT) NOT = 0 OR
              FUNCTION TEST-NUMVAL(GLJ-CREDIT) NOT = 0
               STRING "Journal line " LINE-NUMBER
                   " has an unreadable amount"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF

           SET CHT-IDX TO 1
           SEARCH CHART-ACCOUNT
               AT END
                   STRING "Journal line " LINE-NUMBER " account "
                       GLJ-ACCOUNT " is not on gl-chart.dat"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
                   PERFORM LOG-BAD-LINE
                   EXIT PARAGRAPH
               WHEN CA-ACCOUNT(CHT-IDX) = GLJ-ACCOUNT
                   CONTINUE
           END-SEARCH

           IF JOURNAL-LINE-COUNT >= 200
               STRING "Journal line " LINE-NUMBER
                   " - journal table is full at 200"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM LOG-BAD-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO JOURNAL-LINE-COUNT
           SET JL-IDX TO JOURNAL-LINE-COUNT
           MOVE GLJ-ACCOUNT TO JL-ACCOUNT(JL-IDX)
           COMPUTE JL-DEBIT(JL-IDX)  = FUNCTION NUMVAL(GLJ-DEBIT)
           COMPUTE JL-CREDIT(JL-IDX) = FUNCTION NUMVAL(GLJ-CREDIT)
           ADD JL-DEBIT(JL-IDX)  TO TOTAL-DEBITS
           ADD JL-CREDIT(JL-IDX) TO TOTAL-CREDITS.

       LOG-BAD-LINE.
           ADD 1 TO BAD-LINE-COUNT
           SET JOB-RC-ERROR TO TRUE
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "ERROR: " ERRLOG-TEXT
           MOVE SPACES TO ERRLOG-TEXT.

       CHECK-DUPLICATE-DATE.
           OPEN INPUT POSTING-HISTORY-FILE
           IF POSTING-HISTORY-STATUS = "00"
               PERFORM UNTIL HISTORY-AT-END
                   READ POSTING-HISTORY-FILE
                       AT END SET HISTORY-AT-END TO TRUE
                       NOT AT END
                           IF PH-POSTED-DATE = POSTING-DATE
                               SET DATE-ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-HISTORY-FILE
           END-IF.

      *> Absent on the very first posting - every account is then
      *> opened off the chart.
       LOAD-LEDGER-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BALANCE-AT-END
               READ BALANCE-FILE
                   AT END SET BALANCE-AT-END TO TRUE
                   NOT AT END
                       IF LEDGER-COUNT < 500
                           ADD 1 TO LEDGER-COUNT
                           SET LB-IDX TO LEDGER-COUNT
                           MOVE GB-ACCOUNT TO LB-ACCOUNT(LB-IDX)
                           MOVE GB-BALANCE TO LB-BALANCE(LB-IDX)
                           MOVE GB-PERIOD  TO LB-PERIOD(LB-IDX)
                           MOVE GB-PERIOD-DEBITS
                               TO LB-PERIOD-DEBITS(LB-IDX)
                           MOVE GB-PERIOD-CREDITS
                               TO LB-PERIOD-CREDITS(LB-IDX)
                           MOVE GB-LAST-POSTED
                               TO LB-LAST-POSTED(LB-IDX)
                           IF GB-PERIOD > LATEST-PERIOD
                               MOVE GB-PERIOD TO LATEST-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.

      *> Any chart account not yet on the ledger joins it at the
      *> chart's opening balance, with no activity yet.
       OPEN-NEW-ACCOUNTS.
           PERFORM VARYING CHT-IDX FROM 1 BY 1
               UNTIL CHT-IDX > CHART-ACCOUNT-COUNT
               SET LB-IDX TO 1
               SEARCH LEDGER-ENTRY
                   AT END
                       PERFORM OPEN-ONE-ACCOUNT
                   WHEN LB-ACCOUNT(LB-IDX) = CA-ACCOUNT(CHT-IDX)
                       CONTINUE
               END-SEARCH
           END-PERFORM.

       OPEN-ONE-ACCOUNT.
           IF LEDGER-COUNT < 500
               ADD 1 TO LEDGER-COUNT
               ADD 1 TO OPENED-COUNT
               SET LB-IDX TO LEDGER-COUNT
               MOVE CA-ACCOUNT(CHT-IDX) TO LB-ACCOUNT(LB-IDX)
               MOVE CA-OPENING(CHT-IDX) TO LB-BALANCE(LB-IDX)
               MOVE POSTING-PERIOD      TO LB-PERIOD(LB-IDX)
               MOVE 0 TO LB-PERIOD-DEBITS(LB-IDX)
               MOVE 0 TO LB-PERIOD-CREDITS(LB-IDX)
               MOVE SPACES TO LB-LAST-POSTED(LB-IDX)
           ELSE
               SET JOB-RC-ERROR TO TRUE
               STRING "Ledger is full at 500 accounts - "
                   CA-ACCOUNT(CHT-IDX) " not opened"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF.

      *> A new month starts the account's period figures again.
       POST-ONE-LINE.
           SET LB-IDX TO 1
           SEARCH LEDGER-ENTRY
               AT END
                   SET JOB-RC-ERROR TO TRUE
                   STRING "Account " JL-ACCOUNT(JL-IDX)
                       " missing from the ledger - nothing applied"
                       DELIMITED BY SIZE INTO ERRLOG-TEXT
                   END-STRING
                   PERFORM REFUSE-POSTING
               WHEN LB-ACCOUNT(LB-IDX) = JL-ACCOUNT(JL-IDX)
                   IF LB-PERIOD(LB-IDX) NOT = POSTING-PERIOD
                       MOVE POSTING-PERIOD TO LB-PERIOD(LB-IDX)
                       MOVE 0 TO LB-PERIOD-DEBITS(LB-IDX)
                       MOVE 0 TO LB-PERIOD-CREDITS(LB-IDX)
                   END-IF
                   ADD JL-DEBIT(JL-IDX)  TO LB-BALANCE(LB-IDX)
                   SUBTRACT JL-CREDIT(JL-IDX) FROM LB-BALANCE(LB-IDX)
                   ADD JL-DEBIT(JL-IDX)
                       TO LB-PERIOD-DEBITS(LB-IDX)
                   ADD JL-CREDIT(JL-IDX)
                       TO LB-PERIOD-CREDITS(LB-IDX)
                   MOVE POSTING-DATE TO LB-LAST-POSTED(LB-IDX)
           END-SEARCH.

       SAVE-LEDGER-BALANCES.
           OPEN OUTPUT BALANCE-FILE
           IF BALANCE-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "Could not rewrite gl-balances.dat, status "
                   BALANCE-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               PERFORM REFUSE-POSTING
           END-IF
           PERFORM VARYING LB-IDX FROM 1 BY 1
               UNTIL LB-IDX > LEDGER-COUNT
               MOVE SPACES TO GL-BALANCE-RECORD
               MOVE LB-ACCOUNT(LB-IDX)        TO GB-ACCOUNT
               MOVE LB-BALANCE(LB-IDX)        TO GB-BALANCE
               MOVE LB-PERIOD(LB-IDX)         TO GB-PERIOD
               MOVE LB-PERIOD-DEBITS(LB-IDX)  TO GB-PERIOD-DEBITS
               MOVE LB-PERIOD-CREDITS(LB-IDX) TO GB-PERIOD-CREDITS
               MOVE LB-LAST-POSTED(LB-IDX)    TO GB-LAST-POSTED
               WRITE GL-BALANCE-RECORD
           END-PERFORM
           CLOSE BALANCE-FILE.

       WRITE-POSTING-HISTORY.
           OPEN EXTEND POSTING-HISTORY-FILE
           IF POSTING-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT POSTING-HISTORY-FILE
           END-IF
           MOVE SPACES TO POSTING-HISTORY-RECORD
           MOVE POSTING-DATE       TO PH-POSTED-DATE
           MOVE TODAYS-DATE-TAG    TO PH-RUN-DATE
           MOVE JOURNAL-LINE-COUNT TO PH-LINE-COUNT
           MOVE TOTAL-DEBITS       TO PH-DEBIT-TOTAL
           WRITE POSTING-HISTORY-RECORD
           CLOSE POSTING-HISTORY-FILE.

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
