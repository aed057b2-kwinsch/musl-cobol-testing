       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-MAINT.

      *> Installment payment-plan maintenance. Customers on the
      *> credit-hold list often agree a payment plan with the
      *> credit desk, and until now there was nowhere to record
      *> one. This job keeps payment-plans.dat - one record per
      *> installment, see PLANREC.cpy - through set-up and cancel
      *> transactions, in the same style as DISPUTE-MAINT, with an
      *> image of every plan touched on its own audit trail.
      *> PLAN-MONITOR then matches the payment journal against the
      *> schedule each night.
      *>
      *> A set-up spreads the agreed total evenly over the
      *> installments, to the cent, with any odd cents on the last
      *> one, and spaces the due dates from the first due date
      *> weekly, fortnightly, or monthly on the same day of the
      *> month (so a monthly plan must start on day 28 or before).
      *> The account must be on the master and in arrears - debt is
      *> a negative CM-CUST-BALANCE - the agreed total may not be
      *> more than it owes, and it may not already have a current
      *> plan. A cancel ends the customer's current plan.
      *>
      *> payment-plan-trans.txt: column 1 the action (S set up,
      *> X cancel), 3-8 the customer ID, and on a set-up 11-19 the
      *> agreed total as nine digits (dollars and cents, no
      *> point), 22-23 the number of installments (01-36), 26-33
      *> the first due date as YYYYMMDD, and 36 the frequency
      *> (W weekly, F fortnightly, M monthly).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-TRANS-FILE ASSIGN TO "payment-plan-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-TRANS-STATUS.
           SELECT PLAN-FILE ASSIGN TO "payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "plan-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-TRANS-FILE.
       01 PLAN-TRANS-RECORD.
          05 TX-ACTION        PIC X(1).
             88 PLAN-SET-UP-TRANS VALUE "S".
             88 PLAN-CANCEL-TRANS VALUE "X".
          05 FILLER           PIC X(1).
          05 TX-CUST-ID-X     PIC X(6).
          05 TX-CUST-ID REDEFINES TX-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 TX-TOTAL-X       PIC X(9).
          05 TX-TOTAL REDEFINES TX-TOTAL-X
                              PIC 9(7)V99.
          05 FILLER           PIC X(2).
          05 TX-COUNT-X       PIC X(2).
          05 TX-COUNT REDEFINES TX-COUNT-X
                              PIC 9(2).
          05 FILLER           PIC X(2).
          05 TX-FIRST-DUE     PIC X(8).
          05 TX-FIRST-DUE-PARTS REDEFINES TX-FIRST-DUE.
             10 TX-FIRST-DUE-YEAR  PIC 9(4).
             10 TX-FIRST-DUE-MONTH PIC 9(2).
             10 TX-FIRST-DUE-DAY   PIC 9(2).
          05 FILLER           PIC X(2).
          05 TX-FREQUENCY     PIC X(1).
             88 TX-WEEKLY         VALUE "W".
             88 TX-FORTNIGHTLY    VALUE "F".
             88 TX-MONTHLY        VALUE "M".

       FD PLAN-FILE.
       COPY PLANREC.

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

      *> One image line per plan touch - ADD for a set-up, BEFORE
      *> and AFTER for a cancel - carrying the plan's terms.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 PA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 PA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 PA-CUST-ID       PIC 9(6).
          05 FILLER           PIC X(1).
          05 PA-SET-UP-DATE   PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-PLAN-STATUS   PIC X(1).
          05 FILLER           PIC X(1).
          05 PA-AGREED-TOTAL  PIC 9(7).99.
          05 FILLER           PIC X(1).
          05 PA-COUNT         PIC 9(2).
          05 FILLER           PIC X(1).
          05 PA-FREQUENCY     PIC X(1).
          05 FILLER           PIC X(1).
          05 PA-FIRST-DUE     PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-CLOSED-DATE   PIC X(8).

       WORKING-STORAGE SECTION.
       01 PLAN-TRANS-STATUS   PIC X(2).
       01 PLAN-FILE-STATUS    PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).
       01 MAINT-AUDIT-STATUS  PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 PLAN-EOF-FLAG       PIC X VALUE "N".
          88 PLAN-AT-END      VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 IMAGE-TYPE-TAG      PIC X(6).

      *> Every installment on file, loaded whole and written back
      *> whole at the end of the run, the way DISPUTE-MAINT keeps
      *> sales-disputes.dat.
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

       01 MATCH-IDX           PIC S9(4) COMP VALUE 0.
       01 INSTALLMENT-IDX     PIC S9(4) COMP.
       01 CUSTOMER-DEBT       PIC S9(8)V99.
       01 INSTALLMENT-AMOUNT  PIC 9(7)V99.
       01 LAST-AMOUNT         PIC 9(7)V99.
       01 FIRST-DUE-NUM       PIC 9(8).
       01 FIRST-DUE-INT       PIC S9(9) COMP.
       01 DUE-DATE-NUM        PIC 9(8).
       01 DUE-DATE-PARTS REDEFINES DUE-DATE-NUM.
          05 DUE-YEAR         PIC 9(4).
          05 DUE-MONTH        PIC 9(2).
          05 DUE-DAY          PIC 9(2).
       01 MONTHS-ON           PIC S9(4) COMP.

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 SET-UP-COUNT        PIC 9(4) VALUE 0.
       01 CANCELLED-COUNT     PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.
       01 TOTAL-AGREED        PIC S9(9)V99 VALUE 0.
       01 TOTAL-AGREED-ED     PIC -ZZZ,ZZZ,ZZ9.99.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PLAN-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Payment Plan Maintenance"
           DISPLAY "========================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT PLAN-TRANS-FILE
           IF PLAN-TRANS-STATUS NOT = "00"
               DISPLAY "No payment-plan-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

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
               CLOSE PLAN-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PLANS

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ PLAN-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE PLAN-TRANS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-AUDIT-FILE

           PERFORM SAVE-PLANS

           MOVE TOTAL-AGREED TO TOTAL-AGREED-ED
           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Plans set up:        " SET-UP-COUNT
           DISPLAY "Plans cancelled:     " CANCELLED-COUNT
           DISPLAY "Rejected:            " REJECTED-COUNT
           DISPLAY "Total agreed:       $" TOTAL-AGREED-ED

           IF REJECTED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
           END-IF
           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       APPLY-ONE-TRANSACTION.
           ADD 1 TO TRANS-COUNT
           IF TX-CUST-ID-X IS NOT NUMERIC
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN PLAN-SET-UP-TRANS
                       PERFORM APPLY-SET-UP
                   WHEN PLAN-CANCEL-TRANS
                       PERFORM APPLY-CANCEL
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           STRING "Rejected payment-plan transaction " TRANS-COUNT
               " action '" TX-ACTION "' ID " TX-CUST-ID-X
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> The terms are edited first, then the account; nothing is
      *> added to the table until every check has passed.
       APPLY-SET-UP.
           IF TX-TOTAL-X IS NOT NUMERIC
              OR TX-COUNT-X IS NOT NUMERIC
              OR TX-FIRST-DUE IS NOT NUMERIC
              OR (NOT TX-WEEKLY AND NOT TX-FORTNIGHTLY
                  AND NOT TX-MONTHLY)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF TX-TOTAL = 0 OR TX-COUNT < 1 OR TX-COUNT > 36
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE TX-FIRST-DUE TO FIRST-DUE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(FIRST-DUE-NUM) NOT = 0
              OR TX-FIRST-DUE < TODAYS-DATE-TAG
              OR (TX-MONTHLY AND TX-FIRST-DUE-DAY > 28)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE TX-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ
           COMPUTE CUSTOMER-DEBT = 0 - CM-CUST-BALANCE
           IF CUSTOMER-DEBT <= 0 OR TX-TOTAL > CUSTOMER-DEBT
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CURRENT-PLAN
           IF MATCH-IDX > 0 OR PLAN-COUNT + TX-COUNT > 3000
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           DIVIDE TX-TOTAL BY TX-COUNT GIVING INSTALLMENT-AMOUNT
           COMPUTE LAST-AMOUNT =
               TX-TOTAL - INSTALLMENT-AMOUNT * (TX-COUNT - 1)
           COMPUTE FIRST-DUE-INT =
               FUNCTION INTEGER-OF-DATE(FIRST-DUE-NUM)

           PERFORM VARYING INSTALLMENT-IDX FROM 1 BY 1
               UNTIL INSTALLMENT-IDX > TX-COUNT
               PERFORM ADD-ONE-INSTALLMENT
           END-PERFORM

           ADD 1 TO SET-UP-COUNT
           ADD TX-TOTAL TO TOTAL-AGREED
           COMPUTE MATCH-IDX = PLAN-COUNT - TX-COUNT + 1
           MOVE "ADD" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

       ADD-ONE-INSTALLMENT.
           PERFORM COMPUTE-DUE-DATE
           ADD 1 TO PLAN-COUNT
           MOVE TX-CUST-ID      TO PT-CUST-ID(PLAN-COUNT)
           MOVE TODAYS-DATE-TAG TO PT-SET-UP-DATE(PLAN-COUNT)
           MOVE "C"             TO PT-PLAN-STATUS(PLAN-COUNT)
           MOVE TX-TOTAL        TO PT-AGREED-TOTAL(PLAN-COUNT)
           MOVE TX-COUNT        TO PT-INSTALLMENT-COUNT(PLAN-COUNT)
           MOVE TX-FREQUENCY    TO PT-FREQUENCY(PLAN-COUNT)
           MOVE INSTALLMENT-IDX TO PT-INSTALLMENT-NO(PLAN-COUNT)
           MOVE DUE-DATE-NUM    TO PT-DUE-DATE(PLAN-COUNT)
           IF INSTALLMENT-IDX = TX-COUNT
               MOVE LAST-AMOUNT TO PT-AMOUNT-DUE(PLAN-COUNT)
           ELSE
               MOVE INSTALLMENT-AMOUNT TO PT-AMOUNT-DUE(PLAN-COUNT)
           END-IF
           MOVE 0               TO PT-AMOUNT-PAID(PLAN-COUNT)
           MOVE "O"             TO PT-INST-STATUS(PLAN-COUNT)
           MOVE SPACES          TO PT-CLOSED-DATE(PLAN-COUNT).

      *> Weekly and fortnightly step whole days off the first due
      *> date; monthly steps the month and keeps the day, which
      *> the day-28 limit keeps valid in every month.
       COMPUTE-DUE-DATE.
           EVALUATE TRUE
               WHEN TX-WEEKLY
                   COMPUTE DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                       FIRST-DUE-INT + 7 * (INSTALLMENT-IDX - 1))
               WHEN TX-FORTNIGHTLY
                   COMPUTE DUE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                       FIRST-DUE-INT + 14 * (INSTALLMENT-IDX - 1))
               WHEN OTHER
                   COMPUTE MONTHS-ON =
                       TX-FIRST-DUE-MONTH - 1 + INSTALLMENT-IDX - 1
                   COMPUTE DUE-YEAR =
                       TX-FIRST-DUE-YEAR + MONTHS-ON / 12
                   COMPUTE DUE-MONTH =
                       FUNCTION MOD(MONTHS-ON, 12) + 1
                   MOVE TX-FIRST-DUE-DAY TO DUE-DAY
           END-EVALUATE.

      *> A cancel ends every installment of the current plan; the
      *> paid amounts stand as PLAN-MONITOR last left them.
       APPLY-CANCEL.
           PERFORM FIND-CURRENT-PLAN
           IF MATCH-IDX = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > PLAN-COUNT
               IF PT-CUST-ID(PLN-IDX) = TX-CUST-ID AND
                  PT-PLAN-STATUS(PLN-IDX) = "C"
                   MOVE "X" TO PT-PLAN-STATUS(PLN-IDX)
                   MOVE TODAYS-DATE-TAG TO PT-CLOSED-DATE(PLN-IDX)
               END-IF
           END-PERFORM
           ADD 1 TO CANCELLED-COUNT
           MOVE "AFTER" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> Leaves MATCH-IDX on the first installment of the
      *> customer's current plan, or zero when there is none.
       FIND-CURRENT-PLAN.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING PLN-IDX FROM 1 BY 1
               UNTIL PLN-IDX > PLAN-COUNT OR MATCH-IDX > 0
               IF PT-CUST-ID(PLN-IDX) = TX-CUST-ID AND
                  PT-PLAN-STATUS(PLN-IDX) = "C"
                   SET MATCH-IDX TO PLN-IDX
               END-IF
           END-PERFORM.

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

       STORE-ONE-INSTALLMENT.
           IF PLAN-COUNT < 3000
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
           END-IF.

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

      *> Images the plan whose first installment is at MATCH-IDX.
      *> The record is blanked first so the separator bytes come
      *> out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO PA-IMAGE-TYPE
           MOVE PT-CUST-ID(MATCH-IDX)      TO PA-CUST-ID
           MOVE PT-SET-UP-DATE(MATCH-IDX)  TO PA-SET-UP-DATE
           MOVE PT-PLAN-STATUS(MATCH-IDX)  TO PA-PLAN-STATUS
           MOVE PT-AGREED-TOTAL(MATCH-IDX) TO PA-AGREED-TOTAL
           MOVE PT-INSTALLMENT-COUNT(MATCH-IDX) TO PA-COUNT
           MOVE PT-FREQUENCY(MATCH-IDX)    TO PA-FREQUENCY
           MOVE PT-DUE-DATE(MATCH-IDX)     TO PA-FIRST-DUE
           MOVE PT-CLOSED-DATE(MATCH-IDX)  TO PA-CLOSED-DATE
           WRITE MAINT-AUDIT-RECORD.

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
