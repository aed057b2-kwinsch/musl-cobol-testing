       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-MONITOR.

      *> Nightly payment-plan monitor. Matches what each customer
      *> on a current plan has paid - the payments PAYMENT-POSTING
      *> journaled to payment-journal.dat since the plan was set
      *> up - against the plan's schedule on payment-plans.dat.
      *> The money is applied to the installments in due-date
      *> order, the way a customer expects a plan to work, and each
      *> installment is marked paid (in full), partial, or missed
      *> (nothing paid by its deadline). An installment not paid
      *> in full by its deadline breaks the plan: the plan is
      *> closed as BROKEN, listed on the broken-plan report for
      *> the credit desk, and the job ends with a warning. A plan
      *> whose installments are all paid closes as COMPLETE.
      *> Everything is worked out afresh from the journal each
      *> run, so a rerun gives the same answer.
      *>
      *> payment-plan.ctl (optional): columns 1-3 the grace days
      *> allowed past a due date before an installment counts as
      *> missed. With no file there is no grace - the due date is
      *> the deadline.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT PAYMENT-JOURNAL-FILE
               ASSIGN TO "payment-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-JOURNAL-STATUS.
           SELECT PLAN-CONTROL-FILE ASSIGN TO "payment-plan.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-CONTROL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "payment-plan-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       COPY PLANREC.

       FD PAYMENT-JOURNAL-FILE.
       COPY POSTJRNL.

       FD PLAN-CONTROL-FILE.
       01 PLAN-CONTROL-RECORD.
          05 PC-GRACE-DAYS-X  PIC X(3).
          05 PC-GRACE-DAYS REDEFINES PC-GRACE-DAYS-X
                              PIC 9(3).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 PLAN-FILE-STATUS       PIC X(2).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 PLAN-CONTROL-STATUS    PIC X(2).

       01 PLAN-EOF-FLAG       PIC X VALUE "N".
          88 PLAN-AT-END      VALUE "Y".
       01 PAYMENT-EOF-FLAG    PIC X VALUE "N".
          88 PAYMENT-AT-END   VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 TODAYS-DATE-INT     PIC S9(9) COMP.
       01 DUE-DATE-NUM        PIC 9(8).
       01 DEADLINE-INT        PIC S9(9) COMP.
       01 GRACE-DAYS          PIC 9(3) VALUE 0.

      *> Every installment on file, loaded whole and written back
      *> whole, as PLAN-MAINT keeps it.
       01 PLAN-COUNT PIC S9(4) COMP VALUE 0.
       01 PLAN-TABLE.
          05 PLAN-ENTRY OCCURS 0 TO 3000 TIMES
                        DEPENDING ON PLAN-COUNT
                        INDEXED BY PLN-IDX.
             10 PT-CUST-ID           PIC 9(6).
             10 PT-SET-UP-DATE       PIC X(8).
             10 PT-PLAN-STATUS       PIC X(1).
             10 PT-AGREED-TOTAL      PIC 9(7)V99.
             10 PT-INSTALLMENT-COUNT PIC 9(2).
             10 PT-FREQUENCY         PIC X(1).
             10 PT-INSTALLMENT-NO    PIC 9(2).
             10 PT-DUE-DATE          PIC X(8).
             10 PT-AMOUNT-DUE        PIC 9(7)V99.
             10 PT-AMOUNT-PAID       PIC 9(7)V99.
             10 PT-INST-STATUS       PIC X(1).
             10 PT-CLOSED-DATE       PIC X(8).

      *> One entry per current plan: the customer, the day it was
      *> set up, and what the journal shows paid since.
       01 CURRENT-PLAN-COUNT PIC S9(4) COMP VALUE 0.
       01 CURRENT-PLAN-TABLE.
          05 CURRENT-PLAN-ENTRY OCCURS 0 TO 1000 TIMES
                                DEPENDING ON CURRENT-PLAN-COUNT
                                INDEXED BY CP-IDX.
             10 CP-CUST-ID       PIC 9(6).
             10 CP-SET-UP-DATE   PIC X(8).
             10 CP-AGREED-TOTAL  PIC 9(7)V99.
             10 CP-PAID-TOTAL    PIC S9(9)V99.
             10 CP-OUTCOME       PIC X(1).
                88 CP-STILL-CURRENT VALUE "C".
                88 CP-BROKEN        VALUE "B".
                88 CP-COMPLETE      VALUE "F".
             10 CP-BREAK-IDX     PIC S9(4) COMP.
             10 CP-NEXT-IDX      PIC S9(4) COMP.
             10 CP-PAID-COUNT    PIC 9(2).
             10 CP-INST-COUNT    PIC 9(2).

       01 REMAINING-PAID      PIC S9(9)V99.
       01 ALL-PAID-FLAG       PIC X.
          88 ALL-INSTALLMENTS-PAID VALUE "Y".
       01 REPORT-IDX          PIC S9(4) COMP.

       01 PLANS-WORKED        PIC 9(4) VALUE 0.
       01 BROKEN-COUNT        PIC 9(4) VALUE 0.
       01 COMPLETE-COUNT      PIC 9(4) VALUE 0.
       01 STILL-CURRENT-COUNT PIC 9(4) VALUE 0.
       01 SECTION-COUNT       PIC 9(4) VALUE 0.

       01 AMOUNT-ED           PIC Z,ZZZ,ZZ9.99.
       01 AMOUNT-B-ED         PIC Z,ZZZ,ZZ9.99.
       01 AMOUNT-C-ED         PIC Z,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC Z9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PLAN-MONITOR".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Payment Plan Monitor"
           DISPLAY "===================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM
           COMPUTE TODAYS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)

           PERFORM LOAD-GRACE-DAYS
           PERFORM LOAD-PLANS

           IF CURRENT-PLAN-COUNT = 0
               DISPLAY "No current payment plans - nothing to "
                   "monitor."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PLAN-PAYMENTS

           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > CURRENT-PLAN-COUNT
               PERFORM WORK-ONE-PLAN
           END-PERFORM

           PERFORM WRITE-PLAN-REPORT

           PERFORM SAVE-PLANS

           DISPLAY "Current plans worked: " PLANS-WORKED
           DISPLAY "Broken today:         " BROKEN-COUNT
           DISPLAY "Completed today:      " COMPLETE-COUNT
           DISPLAY "Still current:        " STILL-CURRENT-COUNT
           DISPLAY "Wrote payment-plan-report.txt"

           IF BROKEN-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               STRING BROKEN-COUNT " payment plans broken today - "
                   "see payment-plan-report.txt"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-GRACE-DAYS.
           OPEN INPUT PLAN-CONTROL-FILE
           IF PLAN-CONTROL-STATUS = "00"
               READ PLAN-CONTROL-FILE
                   AT END CONTINUE
               END-READ
               IF PLAN-CONTROL-STATUS = "00" AND
                  PC-GRACE-DAYS-X IS NUMERIC
                   MOVE PC-GRACE-DAYS TO GRACE-DAYS
               END-IF
               CLOSE PLAN-CONTROL-FILE
           END-IF
           DISPLAY "Grace days past due: " GRACE-DAYS.

       LOAD-PLANS.
           OPEN INPUT PLAN-FILE
           IF PLAN-FILE-STATUS = "00"
               PERFORM UNTIL PLAN-AT-END
                   READ PLAN-FILE
                       AT END SET PLAN-AT-END TO TRUE
                       NOT AT END PERFORM STORE-ONE-INSTALLMENT
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

      *> Each current plan's first installment also opens its
      *> entry on the current-plan table.
       STORE-ONE-INSTALLMENT.
           IF PLAN-COUNT >= 3000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PLAN-COUNT
           MOVE PP-CUST-ID      TO PT-CUST-ID(PLAN-COUNT)
           MOVE PP-SET-UP-DATE  TO PT-SET-UP-DATE(PLAN-COUNT)
           MOVE PP-PLAN-STATUS  TO PT-PLAN-STATUS(PLAN-COUNT)
           MOVE PP-AGREED-TOTAL TO PT-AGREED-TOTAL(PLAN-COUNT)
           MOVE PP-INSTALLMENT-COUNT
               TO PT-INSTALLMENT-COUNT(PLAN-COUNT)
           MOVE PP-FREQUENCY    TO PT-FREQUENCY(PLAN-COUNT)
           MOVE PP-INSTALLMENT-NO
               TO PT-INSTALLMENT-NO(PLAN-COUNT)
           MOVE PP-DUE-DATE     TO PT-DUE-DATE(PLAN-COUNT)
           MOVE PP-AMOUNT-DUE   TO PT-AMOUNT-DUE(PLAN-COUNT)
           MOVE PP-AMOUNT-PAID  TO PT-AMOUNT-PAID(PLAN-COUNT)
           MOVE PP-INST-STATUS  TO PT-INST-STATUS(PLAN-COUNT)
           MOVE PP-CLOSED-DATE  TO PT-CLOSED-DATE(PLAN-COUNT)

           IF PP-PLAN-CURRENT AND PP-INSTALLMENT-NO = 1 AND
              CURRENT-PLAN-COUNT < 1000
               ADD 1 TO CURRENT-PLAN-COUNT
               SET CP-IDX TO CURRENT-PLAN-COUNT
               MOVE PP-CUST-ID      TO CP-CUST-ID(CP-IDX)
               MOVE PP-SET-UP-DATE  TO CP-SET-UP-DATE(CP-IDX)
               MOVE PP-AGREED-TOTAL TO CP-AGREED-TOTAL(CP-IDX)
               MOVE 0               TO CP-PAID-TOTAL(CP-IDX)
               SET CP-STILL-CURRENT(CP-IDX) TO TRUE
               MOVE 0               TO CP-BREAK-IDX(CP-IDX)
               MOVE 0               TO CP-NEXT-IDX(CP-IDX)
               MOVE 0               TO CP-PAID-COUNT(CP-IDX)
               MOVE PP-INSTALLMENT-COUNT TO CP-INST-COUNT(CP-IDX)
           END-IF.

      *> A payment counts toward the plan from the day the plan
      *> was set up; anything earlier was paid before the plan was
      *> agreed.
       LOAD-PLAN-PAYMENTS.
           OPEN INPUT PAYMENT-JOURNAL-FILE
           IF PAYMENT-JOURNAL-STATUS = "00"
               PERFORM UNTIL PAYMENT-AT-END
                   READ PAYMENT-JOURNAL-FILE
                       AT END SET PAYMENT-AT-END TO TRUE
                       NOT AT END
                           IF PJ-AMOUNT > 0
                               PERFORM CREDIT-PLAN-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

       CREDIT-PLAN-PAYMENT.
           SET CP-IDX TO 1
           SEARCH CURRENT-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN CP-CUST-ID(CP-IDX) = PJ-CUST-ID
                   IF PJ-RUN-DATE NOT < CP-SET-UP-DATE(CP-IDX)
                       ADD PJ-AMOUNT TO CP-PAID-TOTAL(CP-IDX)
                   END-IF
           END-SEARCH.

      *> Applies the plan's paid total to its installments in
      *> order and marks each one, then settles the plan's
      *> outcome.
       WORK-ONE-PLAN.
           ADD 1 TO PLANS-WORKED
           MOVE CP-PAID-TOTAL(CP-IDX) TO REMAINING-PAID
           MOVE "Y" TO ALL-PAID-FLAG
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > PLAN-COUNT
               IF PT-CUST-ID(PLN-IDX) = CP-CUST-ID(CP-IDX) AND
                  PT-PLAN-STATUS(PLN-IDX) = "C"
                   PERFORM MARK-ONE-INSTALLMENT
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CP-BREAK-IDX(CP-IDX) > 0
                   SET CP-BROKEN(CP-IDX) TO TRUE
                   ADD 1 TO BROKEN-COUNT
                   PERFORM CLOSE-ONE-PLAN
               WHEN ALL-INSTALLMENTS-PAID
                   SET CP-COMPLETE(CP-IDX) TO TRUE
                   ADD 1 TO COMPLETE-COUNT
                   PERFORM CLOSE-ONE-PLAN
               WHEN OTHER
                   ADD 1 TO STILL-CURRENT-COUNT
           END-EVALUATE.

      *> Paid in full, partial, missed, or still open (not yet
      *> at its deadline with nothing paid). The first
      *> installment past its deadline short of the full amount is
      *> the one that breaks the plan; the first not paid in full
      *> is the next one due.
       MARK-ONE-INSTALLMENT.
           IF REMAINING-PAID >= PT-AMOUNT-DUE(PLN-IDX)
               MOVE PT-AMOUNT-DUE(PLN-IDX) TO PT-AMOUNT-PAID(PLN-IDX)
           ELSE
               IF REMAINING-PAID > 0
                   MOVE REMAINING-PAID TO PT-AMOUNT-PAID(PLN-IDX)
               ELSE
                   MOVE 0 TO PT-AMOUNT-PAID(PLN-IDX)
               END-IF
           END-IF
           SUBTRACT PT-AMOUNT-PAID(PLN-IDX) FROM REMAINING-PAID

           IF PT-AMOUNT-PAID(PLN-IDX) = PT-AMOUNT-DUE(PLN-IDX)
               MOVE "P" TO PT-INST-STATUS(PLN-IDX)
               ADD 1 TO CP-PAID-COUNT(CP-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ALL-PAID-FLAG
           IF CP-NEXT-IDX(CP-IDX) = 0
               SET CP-NEXT-IDX(CP-IDX) TO PLN-IDX
           END-IF
           MOVE PT-DUE-DATE(PLN-IDX) TO DUE-DATE-NUM
           COMPUTE DEADLINE-INT =
               FUNCTION INTEGER-OF-DATE(DUE-DATE-NUM) + GRACE-DAYS
           IF DEADLINE-INT < TODAYS-DATE-INT
               IF PT-AMOUNT-PAID(PLN-IDX) > 0
                   MOVE "A" TO PT-INST-STATUS(PLN-IDX)
               ELSE
                   MOVE "M" TO PT-INST-STATUS(PLN-IDX)
               END-IF
               IF CP-BREAK-IDX(CP-IDX) = 0
                   SET CP-BREAK-IDX(CP-IDX) TO PLN-IDX
               END-IF
           ELSE
               IF PT-AMOUNT-PAID(PLN-IDX) > 0
                   MOVE "A" TO PT-INST-STATUS(PLN-IDX)
               ELSE
                   MOVE "O" TO PT-INST-STATUS(PLN-IDX)
               END-IF
           END-IF.

       CLOSE-ONE-PLAN.
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > PLAN-COUNT
               IF PT-CUST-ID(PLN-IDX) = CP-CUST-ID(CP-IDX) AND
                  PT-PLAN-STATUS(PLN-IDX) = "C"
                   MOVE CP-OUTCOME(CP-IDX) TO PT-PLAN-STATUS(PLN-IDX)
                   MOVE TODAYS-DATE-TAG TO PT-CLOSED-DATE(PLN-IDX)
               END-IF
           END-PERFORM.

       WRITE-PLAN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "PAYMENT PLAN MONITOR" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BROKEN PLANS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES       TO REPORT-LINE
           MOVE "CUST ID"    TO REPORT-LINE(3:7)
           MOVE "SET UP"     TO REPORT-LINE(12:6)
           MOVE "INST"       TO REPORT-LINE(21:4)
           MOVE "DUE DATE"   TO REPORT-LINE(26:8)
           MOVE "DUE"        TO REPORT-LINE(45:3)
           MOVE "PAID"       TO REPORT-LINE(58:4)
           MOVE "PAID TO DATE" TO REPORT-LINE(64:12)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > CURRENT-PLAN-COUNT
               IF CP-BROKEN(CP-IDX)
                   PERFORM WRITE-BROKEN-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  PLANS BROKEN: " SECTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PLANS COMPLETED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > CURRENT-PLAN-COUNT
               IF CP-COMPLETE(CP-IDX)
                   PERFORM WRITE-COMPLETE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  PLANS COMPLETED: " SECTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CURRENT PLANS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES       TO REPORT-LINE
           MOVE "CUST ID"    TO REPORT-LINE(3:7)
           MOVE "SET UP"     TO REPORT-LINE(12:6)
           MOVE "PAID"       TO REPORT-LINE(22:4)
           MOVE "NEXT DUE"   TO REPORT-LINE(28:8)
           MOVE "AGREED"     TO REPORT-LINE(44:6)
           MOVE "PAID TO DATE" TO REPORT-LINE(52:12)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING CP-IDX FROM 1 BY 1
               UNTIL CP-IDX > CURRENT-PLAN-COUNT
               IF CP-STILL-CURRENT(CP-IDX)
                   PERFORM WRITE-CURRENT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  PLANS CURRENT: " SECTION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> The installment that broke the plan, with what was due
      *> and paid on it, and what the plan has had in all.
       WRITE-BROKEN-LINE.
           ADD 1 TO SECTION-COUNT
           MOVE CP-BREAK-IDX(CP-IDX) TO REPORT-IDX
           MOVE PT-INSTALLMENT-NO(REPORT-IDX) TO COUNT-ED
           MOVE PT-AMOUNT-DUE(REPORT-IDX)  TO AMOUNT-ED
           MOVE PT-AMOUNT-PAID(REPORT-IDX) TO AMOUNT-B-ED
           MOVE CP-PAID-TOTAL(CP-IDX)      TO AMOUNT-C-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " CP-CUST-ID(CP-IDX)
               "   " CP-SET-UP-DATE(CP-IDX)
               "  " COUNT-ED
               "  " PT-DUE-DATE(REPORT-IDX)
               "  " AMOUNT-ED
               "  " AMOUNT-B-ED
               "  " AMOUNT-C-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-COMPLETE-LINE.
           ADD 1 TO SECTION-COUNT
           MOVE CP-AGREED-TOTAL(CP-IDX) TO AMOUNT-ED
           MOVE CP-PAID-TOTAL(CP-IDX)   TO AMOUNT-C-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " CP-CUST-ID(CP-IDX)
               "   " CP-SET-UP-DATE(CP-IDX)
               "  AGREED " AMOUNT-ED
               "  PAID " AMOUNT-C-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-CURRENT-LINE.
           ADD 1 TO SECTION-COUNT
           MOVE CP-NEXT-IDX(CP-IDX) TO REPORT-IDX
           MOVE CP-PAID-COUNT(CP-IDX)   TO COUNT-ED
           MOVE CP-AGREED-TOTAL(CP-IDX) TO AMOUNT-ED
           MOVE CP-PAID-TOTAL(CP-IDX)   TO AMOUNT-C-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " CP-CUST-ID(CP-IDX)
               "   " CP-SET-UP-DATE(CP-IDX)
               "  " COUNT-ED "/" CP-INST-COUNT(CP-IDX)
               " " PT-DUE-DATE(REPORT-IDX)
               "  " AMOUNT-ED
               "  " AMOUNT-C-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       SAVE-PLANS.
           OPEN OUTPUT PLAN-FILE
           IF PLAN-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               STRING "Could not rewrite payment-plans.dat, "
                   "status " PLAN-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > PLAN-COUNT
               MOVE SPACES TO PAYMENT-PLAN-RECORD
               MOVE PT-CUST-ID(PLN-IDX)      TO PP-CUST-ID
               MOVE PT-SET-UP-DATE(PLN-IDX)  TO PP-SET-UP-DATE
               MOVE PT-PLAN-STATUS(PLN-IDX)  TO PP-PLAN-STATUS
               MOVE PT-AGREED-TOTAL(PLN-IDX) TO PP-AGREED-TOTAL
               MOVE PT-INSTALLMENT-COUNT(PLN-IDX)
                   TO PP-INSTALLMENT-COUNT
               MOVE PT-FREQUENCY(PLN-IDX)    TO PP-FREQUENCY
               MOVE PT-INSTALLMENT-NO(PLN-IDX)
                   TO PP-INSTALLMENT-NO
               MOVE PT-DUE-DATE(PLN-IDX)     TO PP-DUE-DATE
               MOVE PT-AMOUNT-DUE(PLN-IDX)   TO PP-AMOUNT-DUE
               MOVE PT-AMOUNT-PAID(PLN-IDX)  TO PP-AMOUNT-PAID
               MOVE PT-INST-STATUS(PLN-IDX)  TO PP-INST-STATUS
               MOVE PT-CLOSED-DATE(PLN-IDX)  TO PP-CLOSED-DATE
               WRITE PAYMENT-PLAN-RECORD
           END-PERFORM
           CLOSE PLAN-FILE.

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
