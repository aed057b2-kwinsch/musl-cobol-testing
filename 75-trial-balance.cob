       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRIAL-BALANCE.

      *> Month-end general-ledger trial balance, run after the last
      *> GL-POSTING of the month. Lists every account on
      *> gl-chart.dat with its type, normal balance, the month's
      *> debits and credits, and its balance in the debit or credit
      *> column from gl-balances.dat (an account the ledger has not
      *> yet posted shows its chart opening balance), and proves
      *> two things for Finance:
      *>   - total debit balances equal total credit balances, and
      *>     the month's debits equal its credits; and
      *>   - the A/R control account (AR-CONTROL, which GL-EXTRACT
      *>     debits for every rise in CM-CUST-BALANCE and credits
      *>     for every fall) equals the total of CM-CUST-BALANCE on
      *>     customer-master.idx.
      *> A balance sitting on the opposite side to the chart's
      *> normal balance is marked ABN. An account on the ledger but
      *> no longer on the chart is listed separately. Any failure
      *> of either proof, or an account off the chart, ends the job
      *> with an error. The period reported is the latest month the
      *> ledger has posted; the balances are as at its last
      *> posting date. Report-only: nothing is updated, so it can
      *> be rerun freely.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHART-FILE ASSIGN TO "gl-chart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHART-FILE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "gl-balances.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "gl-trial-balance.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHART-FILE.
       COPY GLACCT.

       FD BALANCE-FILE.
       COPY GLBAL.

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 CHART-FILE-STATUS   PIC X(2).
       01 BALANCE-FILE-STATUS PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).

       01 CHART-EOF-FLAG      PIC X VALUE "N".
          88 CHART-AT-END     VALUE "Y".
       01 BALANCE-EOF-FLAG    PIC X VALUE "N".
          88 BALANCE-AT-END   VALUE "Y".
       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 LATEST-PERIOD       PIC X(6) VALUE SPACES.
       01 LATEST-POSTED       PIC X(8) VALUE SPACES.

      *> The chart, in file order - the order Finance keeps it in
      *> is the order the trial balance prints.
       01 CHART-ACCOUNT-COUNT PIC S9(4) COMP VALUE 0.
       01 CHART-ACCOUNT-TABLE.
          05 CHART-ACCOUNT OCCURS 0 TO 500 TIMES
                           DEPENDING ON CHART-ACCOUNT-COUNT
                           INDEXED BY CHT-IDX.
             10 CA-ACCOUNT     PIC X(12).
             10 CA-TYPE        PIC X(1).
             10 CA-NORMAL      PIC X(1).
             10 CA-DESCRIPTION PIC X(30).
             10 CA-OPENING     PIC S9(11)V99.

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

       01 ACCOUNT-BALANCE     PIC S9(11)V99.
       01 ACCOUNT-DEBITS      PIC S9(11)V99.
       01 ACCOUNT-CREDITS     PIC S9(11)V99.
       01 AR-CONTROL-BALANCE  PIC S9(11)V99 VALUE 0.
       01 MASTER-BALANCE-TOTAL PIC S9(11)V99 VALUE 0.
       01 TIE-DIFFERENCE      PIC S9(11)V99.
       01 TOTAL-DEBIT-BALANCES  PIC S9(11)V99 VALUE 0.
       01 TOTAL-CREDIT-BALANCES PIC S9(11)V99 VALUE 0.
       01 TOTAL-PERIOD-DEBITS   PIC S9(11)V99 VALUE 0.
       01 TOTAL-PERIOD-CREDITS  PIC S9(11)V99 VALUE 0.
       01 OUT-OF-BALANCE      PIC S9(11)V99.
       01 MASTER-COUNT        PIC 9(6) VALUE 0.
       01 ABNORMAL-COUNT      PIC 9(4) VALUE 0.
       01 OFF-CHART-COUNT     PIC 9(4) VALUE 0.

       01 AMOUNT-ED           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 SIGNED-ED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "TRIAL-BALANCE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "General Ledger Trial Balance"
           DISPLAY "============================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           PERFORM LOAD-GL-CHART

           PERFORM LOAD-LEDGER-BALANCES

           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "customer-master.idx not found - run "
                   "CUST-MASTER-LOAD first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL MASTER-AT-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET MASTER-AT-END TO TRUE
                   NOT AT END
                       ADD 1 TO MASTER-COUNT
                       ADD CM-CUST-BALANCE TO MASTER-BALANCE-TOTAL
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER

           PERFORM WRITE-TRIAL-BALANCE

           MOVE TOTAL-DEBIT-BALANCES TO AMOUNT-ED
           DISPLAY "Ledger period:        " LATEST-PERIOD
           DISPLAY "Posted through:       " LATEST-POSTED
           MOVE CHART-ACCOUNT-COUNT TO COUNT-ED
           DISPLAY "Accounts on chart:    " COUNT-ED
           DISPLAY "Total debits:        $" AMOUNT-ED
           MOVE TOTAL-CREDIT-BALANCES TO AMOUNT-ED
           DISPLAY "Total credits:       $" AMOUNT-ED
           MOVE AR-CONTROL-BALANCE TO SIGNED-ED
           DISPLAY "A/R control:         $" SIGNED-ED
           MOVE MASTER-BALANCE-TOTAL TO SIGNED-ED
           DISPLAY "Customer master:     $" SIGNED-ED
           DISPLAY "Wrote gl-trial-balance.txt"

           IF LEDGER-COUNT = 0
               SET JOB-RC-WARNING TO TRUE
               STRING "gl-balances.dat not found - trial balance "
                   "shows chart opening balances only"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               MOVE SPACES TO ERRLOG-TEXT
           END-IF

           IF TOTAL-DEBIT-BALANCES NOT = TOTAL-CREDIT-BALANCES OR
              TOTAL-PERIOD-DEBITS NOT = TOTAL-PERIOD-CREDITS
               SET JOB-RC-ERROR TO TRUE
               STRING "Trial balance for " LATEST-PERIOD
                   " does not balance - see gl-trial-balance.txt"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE SPACES TO ERRLOG-TEXT
           END-IF

           IF TIE-DIFFERENCE NOT = 0
               SET JOB-RC-ERROR TO TRUE
               MOVE TIE-DIFFERENCE TO SIGNED-ED
               STRING "A/R control is off the customer master by "
                   SIGNED-ED
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE SPACES TO ERRLOG-TEXT
           END-IF

           IF OFF-CHART-COUNT > 0
               SET JOB-RC-ERROR TO TRUE
               MOVE OFF-CHART-COUNT TO COUNT-ED
               STRING "Ledger accounts not on gl-chart.dat:"
                   COUNT-ED " - see gl-trial-balance.txt"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-GL-CHART.
           OPEN INPUT CHART-FILE
           IF CHART-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "gl-chart.dat not found - no trial balance "
                   "without the chart"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
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
                           SET CHT-IDX TO CHART-ACCOUNT-COUNT
                           MOVE GA-ACCOUNT TO CA-ACCOUNT(CHT-IDX)
                           MOVE GA-ACCOUNT-TYPE TO CA-TYPE(CHT-IDX)
                           MOVE GA-NORMAL-BALANCE
                               TO CA-NORMAL(CHT-IDX)
                           MOVE GA-DESCRIPTION
                               TO CA-DESCRIPTION(CHT-IDX)
                           COMPUTE CA-OPENING(CHT-IDX) =
                               FUNCTION NUMVAL(GA-OPENING-BALANCE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-FILE.

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
                           IF GB-PERIOD > LATEST-PERIOD
                               MOVE GB-PERIOD TO LATEST-PERIOD
                           END-IF
                           IF GB-LAST-POSTED NOT = SPACES AND
                              GB-LAST-POSTED > LATEST-POSTED
                               MOVE GB-LAST-POSTED TO LATEST-POSTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE.

       WRITE-TRIAL-BALANCE.
           OPEN OUTPUT REPORT-FILE
           MOVE "GENERAL LEDGER TRIAL BALANCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "   PERIOD: " LATEST-PERIOD
               "   POSTED THROUGH: " LATEST-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT"        TO REPORT-LINE(3:7)
           MOVE "DESCRIPTION"    TO REPORT-LINE(16:11)
           MOVE "T N"            TO REPORT-LINE(42:3)
           MOVE "PERIOD DEBITS"  TO REPORT-LINE(50:13)
           MOVE "PERIOD CREDITS" TO REPORT-LINE(67:14)
           MOVE "DEBIT"          TO REPORT-LINE(94:5)
           MOVE "CREDIT"         TO REPORT-LINE(111:6)
           WRITE REPORT-LINE

           PERFORM VARYING CHT-IDX FROM 1 BY 1
               UNTIL CHT-IDX > CHART-ACCOUNT-COUNT
               PERFORM PRINT-ONE-ACCOUNT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "TOTALS" TO REPORT-LINE(3:6)
           MOVE TOTAL-PERIOD-DEBITS   TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(46:17)
           MOVE TOTAL-PERIOD-CREDITS  TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(64:17)
           MOVE TOTAL-DEBIT-BALANCES  TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(82:17)
           MOVE TOTAL-CREDIT-BALANCES TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(100:17)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF TOTAL-DEBIT-BALANCES = TOTAL-CREDIT-BALANCES
               MOVE "  BALANCES: DEBITS EQUAL CREDITS" TO REPORT-LINE
           ELSE
               COMPUTE OUT-OF-BALANCE =
                   TOTAL-DEBIT-BALANCES - TOTAL-CREDIT-BALANCES
               MOVE OUT-OF-BALANCE TO SIGNED-ED
               STRING "  *** BALANCES OUT BY " SIGNED-ED " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF TOTAL-PERIOD-DEBITS = TOTAL-PERIOD-CREDITS
               MOVE "  PERIOD:   DEBITS EQUAL CREDITS" TO REPORT-LINE
           ELSE
               COMPUTE OUT-OF-BALANCE =
                   TOTAL-PERIOD-DEBITS - TOTAL-PERIOD-CREDITS
               MOVE OUT-OF-BALANCE TO SIGNED-ED
               STRING "  *** PERIOD OUT BY " SIGNED-ED " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           PERFORM WRITE-AR-CONTROL-TIE

           PERFORM VARYING LB-IDX FROM 1 BY 1
               UNTIL LB-IDX > LEDGER-COUNT
               PERFORM CHECK-ONE-LEDGER-ACCOUNT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ABNORMAL-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ABNORMAL BALANCES (ABN): " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> One chart account: its ledger figures, or the chart's
      *> opening balance and no activity if never posted. Period
      *> figures only count when they belong to the period being
      *> reported.
       PRINT-ONE-ACCOUNT.
           MOVE CA-OPENING(CHT-IDX) TO ACCOUNT-BALANCE
           MOVE 0 TO ACCOUNT-DEBITS
           MOVE 0 TO ACCOUNT-CREDITS
           SET LB-IDX TO 1
           SEARCH LEDGER-ENTRY
               AT END CONTINUE
               WHEN LB-ACCOUNT(LB-IDX) = CA-ACCOUNT(CHT-IDX)
                   MOVE LB-BALANCE(LB-IDX) TO ACCOUNT-BALANCE
                   IF LB-PERIOD(LB-IDX) = LATEST-PERIOD
                       MOVE LB-PERIOD-DEBITS(LB-IDX)
                           TO ACCOUNT-DEBITS
                       MOVE LB-PERIOD-CREDITS(LB-IDX)
                           TO ACCOUNT-CREDITS
                   END-IF
           END-SEARCH

           ADD ACCOUNT-DEBITS  TO TOTAL-PERIOD-DEBITS
           ADD ACCOUNT-CREDITS TO TOTAL-PERIOD-CREDITS
           IF CA-ACCOUNT(CHT-IDX) = "AR-CONTROL"
               MOVE ACCOUNT-BALANCE TO AR-CONTROL-BALANCE
           END-IF

           MOVE SPACES TO REPORT-LINE
           MOVE CA-ACCOUNT(CHT-IDX)           TO REPORT-LINE(3:12)
           MOVE CA-DESCRIPTION(CHT-IDX)(1:25) TO REPORT-LINE(16:25)
           MOVE CA-TYPE(CHT-IDX)              TO REPORT-LINE(42:1)
           MOVE CA-NORMAL(CHT-IDX)            TO REPORT-LINE(44:1)
           MOVE ACCOUNT-DEBITS  TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(46:17)
           MOVE ACCOUNT-CREDITS TO AMOUNT-ED
           MOVE AMOUNT-ED TO REPORT-LINE(64:17)
           IF ACCOUNT-BALANCE >= 0
               ADD ACCOUNT-BALANCE TO TOTAL-DEBIT-BALANCES
               MOVE ACCOUNT-BALANCE TO AMOUNT-ED
               MOVE AMOUNT-ED TO REPORT-LINE(82:17)
               IF ACCOUNT-BALANCE > 0 AND CA-NORMAL(CHT-IDX) = "C"
                   MOVE "ABN" TO REPORT-LINE(118:3)
                   ADD 1 TO ABNORMAL-COUNT
               END-IF
           ELSE
               SUBTRACT ACCOUNT-BALANCE FROM TOTAL-CREDIT-BALANCES
               MOVE ACCOUNT-BALANCE TO AMOUNT-ED
               MOVE AMOUNT-ED TO REPORT-LINE(100:17)
               IF CA-NORMAL(CHT-IDX) = "D"
                   MOVE "ABN" TO REPORT-LINE(118:3)
                   ADD 1 TO ABNORMAL-COUNT
               END-IF
           END-IF
           WRITE REPORT-LINE.

      *> GL-EXTRACT books every movement in CM-CUST-BALANCE against
      *> AR-CONTROL, debit for a rise and credit for a fall, so the
      *> control account's net balance must equal the master total.
       WRITE-AR-CONTROL-TIE.
           COMPUTE TIE-DIFFERENCE =
               AR-CONTROL-BALANCE - MASTER-BALANCE-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "A/R CONTROL TIE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AR-CONTROL-BALANCE TO SIGNED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  AR-CONTROL LEDGER BALANCE:  " SIGNED-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MASTER-BALANCE-TOTAL TO SIGNED-ED
           MOVE MASTER-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  CUSTOMER MASTER TOTAL:      " SIGNED-ED
               " (" COUNT-ED " ACCOUNTS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TIE-DIFFERENCE TO SIGNED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  DIFFERENCE:                 " SIGNED-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF TIE-DIFFERENCE = 0
               MOVE "  A/R CONTROL TIES TO THE CUSTOMER MASTER"
                   TO REPORT-LINE
           ELSE
               MOVE "  *** A/R CONTROL DOES NOT TIE ***"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> A ledger account Finance has since taken off the chart
      *> still carries a balance the trial balance above leaves
      *> out, so it is listed and fails the run.
       CHECK-ONE-LEDGER-ACCOUNT.
           SET CHT-IDX TO 1
           SEARCH CHART-ACCOUNT
               AT END
                   ADD 1 TO OFF-CHART-COUNT
                   IF OFF-CHART-COUNT = 1
                       MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "LEDGER ACCOUNTS NOT ON THE CHART"
                           TO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
                   MOVE LB-BALANCE(LB-IDX) TO SIGNED-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " LB-ACCOUNT(LB-IDX) "  " SIGNED-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN CA-ACCOUNT(CHT-IDX) = LB-ACCOUNT(LB-IDX)
                   CONTINUE
           END-SEARCH.
