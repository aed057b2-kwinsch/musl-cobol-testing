      *> err on. The detail prints worst-first for the credit
      *> desk, and the bucket totals are proved against the
      *> master's total debit balance so an incomplete aging can't
      *> pass silently. A posting under an open dispute on
      *> sales-disputes.dat is not aged: its amount comes off the
      *> account's balance before the debt is allocated, and the
      *> posting itself is passed over, so the master side of the
      *> tie is the debit balance less open disputes. A debtor
      *> paying to a current plan on payment-plans.dat is marked
      *> PLAN, so the credit desk can tell an account that is
      *> paying to plan from one that has gone silent. Each
      *> debtor's buckets also go to ar-aging-buckets.dat, rewritten
      *> every run, for CREDIT-REVIEW to score the bucket mix from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "payment-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-JOURNAL-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "sales-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ar-aging-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUCKET-FILE ASSIGN TO "ar-aging-buckets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUCKET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 PAYJ-BALANCE-BEFORE PIC S9(8)V99.
          05 PAYJ-BALANCE-AFTER  PIC S9(8)V99.

       FD DISPUTE-FILE.
       COPY DISPREC.

       FD PLAN-FILE.
       COPY PLANREC.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       FD BUCKET-FILE.
       COPY AGEBUCK.

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS     PIC X(2).
       01 JOURNAL-STATUS         PIC X(2).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 DISPUTE-FILE-STATUS    PIC X(2).
       01 PLAN-FILE-STATUS       PIC X(2).
       01 BUCKET-FILE-STATUS     PIC X(2).

       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".
          88 JOURNAL-AT-END   VALUE "Y".
       01 PAYMENT-EOF-FLAG    PIC X VALUE "N".
          88 PAYMENT-AT-END   VALUE "Y".
       01 DISPUTE-EOF-FLAG    PIC X VALUE "N".
          88 DISPUTE-AT-END   VALUE "Y".
       01 PLAN-EOF-FLAG       PIC X VALUE "N".
          88 PLAN-AT-END      VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
             10 MV-RUN-DATE  PIC X(8).
             10 MV-CUST-ID   PIC 9(6).
             10 MV-AMOUNT    PIC S9(6)V99.
             10 MV-DISPUTED  PIC X.
       01 MOVEMENT-IDX        PIC S9(4) COMP.
       01 POSTING-MOVEMENT-COUNT PIC S9(4) COMP VALUE 0.
       01 MOVEMENT-FULL-FLAG  PIC X VALUE "N".
          88 MOVEMENT-TABLE-FULL VALUE "Y".

             10 DB-BUCKET      OCCURS 4 TIMES PIC S9(8)V99.
             10 DB-TOTAL-DEBT  PIC S9(8)V99.
             10 DB-PRINTED     PIC X.
             10 DB-PLAN-FLAG   PIC X(4).
       01 DEBTOR-IDX          PIC S9(4) COMP.
       01 SCAN-IDX            PIC S9(4) COMP.
       01 BEST-IDX            PIC S9(4) COMP.
       01 REMAINING-DEBT      PIC S9(8)V99.
       01 CHARGE-PORTION      PIC S9(8)V99.

      *> Open disputes off sales-disputes.dat: customer and the
      *> disputed posting amount, as it was applied to the balance.
       01 OPEN-DISPUTE-COUNT PIC S9(4) COMP VALUE 0.
       01 OPEN-DISPUTE-TABLE.
          05 OPEN-DISPUTE-ENTRY OCCURS 0 TO 2000 TIMES
                                DEPENDING ON OPEN-DISPUTE-COUNT
                                INDEXED BY OD-IDX.
             10 OD-CUST-ID   PIC 9(6).
             10 OD-AMOUNT    PIC S9(4)V99.
       01 ACCOUNT-DISPUTED    PIC S9(8)V99.
       01 AGED-BALANCE        PIC S9(8)V99.
       01 DISPUTED-TOTAL      PIC S9(10)V99 VALUE 0.

      *> Customers with a current payment plan.
       01 ON-PLAN-COUNT PIC S9(4) COMP VALUE 0.
       01 ON-PLAN-TABLE.
          05 ON-PLAN-ENTRY OCCURS 0 TO 1000 TIMES
                           DEPENDING ON ON-PLAN-COUNT
                           INDEXED BY OP-IDX.
             10 OP-CUST-ID   PIC 9(6).
       01 ON-PLAN-DEBTORS     PIC 9(4) VALUE 0.
       01 ON-PLAN-DEBT-TOTAL  PIC S9(10)V99 VALUE 0.

       01 BUCKET-TOTALS.
          05 BUCKET-TOTAL OCCURS 4 TIMES PIC S9(10)V99.
       01 GRAND-DEBT-TOTAL    PIC S9(10)V99 VALUE 0.
           END-PERFORM

           PERFORM LOAD-POSTING-MOVEMENTS
           MOVE MOVEMENT-COUNT TO POSTING-MOVEMENT-COUNT
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM LOAD-PAYMENT-MOVEMENTS
           PERFORM LOAD-CURRENT-PLANS

           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
           CLOSE CUSTOMER-MASTER

           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-BUCKET-EXTRACT

           DISPLAY "Debtor accounts aged: " DEBTOR-COUNT
           DISPLAY "Open disputes held:   " OPEN-DISPUTE-COUNT
           DISPLAY "Debtors on a plan:    " ON-PLAN-DEBTORS
           DISPLAY "Wrote ar-aging-report.txt"

           IF GRAND-DEBT-TOTAL NOT = MASTER-DEBT-TOTAL
               MOVE PJ-RUN-DATE TO MV-RUN-DATE(MOVEMENT-COUNT)
               MOVE PJ-CUST-ID  TO MV-CUST-ID(MOVEMENT-COUNT)
               MOVE PJ-AMOUNT   TO MV-AMOUNT(MOVEMENT-COUNT)
               MOVE "N"         TO MV-DISPUTED(MOVEMENT-COUNT)
           ELSE
               PERFORM NOTE-MOVEMENT-OVERFLOW
           END-IF.
               MOVE PAYJ-RUN-DATE TO MV-RUN-DATE(MOVEMENT-COUNT)
               MOVE PAYJ-CUST-ID  TO MV-CUST-ID(MOVEMENT-COUNT)
               MOVE PAYJ-AMOUNT   TO MV-AMOUNT(MOVEMENT-COUNT)
               MOVE "N"           TO MV-DISPUTED(MOVEMENT-COUNT)
           ELSE
               PERFORM NOTE-MOVEMENT-OVERFLOW
           END-IF.

      *> Each open dispute holds its amount out of the account's
      *> balance and marks one matching posting (customer, run
      *> date, amount) so the allocation passes it over. Only the
      *> posting-journal part of the table is searched - a dispute
      *> is always against a sale, never a payment.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL DISPUTE-AT-END
                   READ DISPUTE-FILE
                       AT END SET DISPUTE-AT-END TO TRUE
                       NOT AT END
                           IF DSP-IS-OPEN AND
                              OPEN-DISPUTE-COUNT < 2000
                               PERFORM STORE-OPEN-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.

      *> One entry per current plan - its first installment
      *> carries the plan's terms like every other.
       LOAD-CURRENT-PLANS.
           OPEN INPUT PLAN-FILE
           IF PLAN-FILE-STATUS = "00"
               PERFORM UNTIL PLAN-AT-END
                   READ PLAN-FILE
                       AT END SET PLAN-AT-END TO TRUE
                       NOT AT END
                           IF PP-PLAN-CURRENT AND
                              PP-INSTALLMENT-NO = 1 AND
                              ON-PLAN-COUNT < 1000
                               ADD 1 TO ON-PLAN-COUNT
                               MOVE PP-CUST-ID
                                   TO OP-CUST-ID(ON-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       STORE-OPEN-DISPUTE.
           ADD 1 TO OPEN-DISPUTE-COUNT
           MOVE DSP-CUST-ID TO OD-CUST-ID(OPEN-DISPUTE-COUNT)
           MOVE DSP-AMOUNT  TO OD-AMOUNT(OPEN-DISPUTE-COUNT)
           SUBTRACT DSP-AMOUNT FROM DISPUTED-TOTAL
           PERFORM VARYING MOVEMENT-IDX FROM 1 BY 1
               UNTIL MOVEMENT-IDX > POSTING-MOVEMENT-COUNT
               IF MV-DISPUTED(MOVEMENT-IDX) = "N" AND
                  MV-CUST-ID(MOVEMENT-IDX) = DSP-CUST-ID AND
                  MV-RUN-DATE(MOVEMENT-IDX) = DSP-POST-DATE AND
                  MV-AMOUNT(MOVEMENT-IDX) = DSP-AMOUNT
                   MOVE "Y" TO MV-DISPUTED(MOVEMENT-IDX)
                   MOVE POSTING-MOVEMENT-COUNT TO MOVEMENT-IDX
               END-IF
           END-PERFORM.

      *> A record past the table is simply not aged - it falls
      *> into the 90+ residual, the same place pre-journal history
      *> goes.
      *> movement's age, and anything older than the live journals
      *> lands in 90+.
       AGE-ONE-ACCOUNT.
           MOVE 0 TO ACCOUNT-DISPUTED
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > OPEN-DISPUTE-COUNT
               IF OD-CUST-ID(OD-IDX) = CM-CUST-ID
                   ADD OD-AMOUNT(OD-IDX) TO ACCOUNT-DISPUTED
               END-IF
           END-PERFORM
           COMPUTE AGED-BALANCE = CM-CUST-BALANCE - ACCOUNT-DISPUTED
           IF AGED-BALANCE >= 0
               EXIT PARAGRAPH
           END-IF
           IF DEBTOR-COUNT >= 500
               EXIT PARAGRAPH
           END-IF

           COMPUTE OUTSTANDING-DEBT = 0 - AGED-BALANCE
           ADD OUTSTANDING-DEBT TO MASTER-DEBT-TOTAL

           ADD 1 TO DEBTOR-COUNT
               MOVE 0 TO DB-BUCKET(DEBTOR-COUNT BUCKET-IDX)
           END-PERFORM
           MOVE OUTSTANDING-DEBT TO DB-TOTAL-DEBT(DEBTOR-COUNT)
           MOVE SPACES TO DB-PLAN-FLAG(DEBTOR-COUNT)
           SET OP-IDX TO 1
           SEARCH ON-PLAN-ENTRY
               AT END
                   CONTINUE
               WHEN OP-CUST-ID(OP-IDX) = CM-CUST-ID
                   MOVE "PLAN" TO DB-PLAN-FLAG(DEBTOR-COUNT)
                   ADD 1 TO ON-PLAN-DEBTORS
                   ADD OUTSTANDING-DEBT TO ON-PLAN-DEBT-TOTAL
           END-SEARCH

           MOVE OUTSTANDING-DEBT TO REMAINING-DEBT
           PERFORM VARYING MOVEMENT-IDX FROM MOVEMENT-COUNT BY -1
               UNTIL MOVEMENT-IDX < 1 OR REMAINING-DEBT <= 0
               IF MV-CUST-ID(MOVEMENT-IDX) = CM-CUST-ID AND
                  MV-AMOUNT(MOVEMENT-IDX) < 0 AND
                  MV-DISPUTED(MOVEMENT-IDX) = "N"
                   PERFORM ALLOCATE-ONE-CHARGE
               END-IF
           END-PERFORM
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.

      *> One extract line per debtor, in master key order.
       WRITE-BUCKET-EXTRACT.
           OPEN OUTPUT BUCKET-FILE
           IF BUCKET-FILE-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not write ar-aging-buckets.dat, status "
                   BUCKET-FILE-STATUS DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DEBTOR-IDX FROM 1 BY 1
               UNTIL DEBTOR-IDX > DEBTOR-COUNT
               MOVE SPACES TO AGING-BUCKET-RECORD
               MOVE TODAYS-DATE-TAG TO AB-RUN-DATE
               MOVE DB-CUST-ID(DEBTOR-IDX) TO AB-CUST-ID
               PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
                   MOVE DB-BUCKET(DEBTOR-IDX BUCKET-IDX)
                       TO AB-BUCKET(BUCKET-IDX)
               END-PERFORM
               MOVE DB-TOTAL-DEBT(DEBTOR-IDX) TO AB-TOTAL-DEBT
               WRITE AGING-BUCKET-RECORD
           END-PERFORM
           CLOSE BUCKET-FILE
           DISPLAY "Wrote ar-aging-buckets.dat".

      *> Worst-first: repeatedly pick the unprinted debtor with
      *> the largest 90+ bucket, total debt breaking ties - the
      *> same repeated-selection print the ranking reports use.
           STRING "  ACCOUNT        CURRENT         30-59"
               "         60-89           90+"
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE "PLAN" TO REPORT-LINE(70:4)
           WRITE REPORT-LINE

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
           MOVE MASTER-DEBT-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  MASTER DEBT TOTAL: " TOTAL-ED
               " (LESS OPEN DISPUTES)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DISPUTED-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  OPEN DISPUTES:     " TOTAL-ED
               " NOT AGED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ON-PLAN-DEBT-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ON PAYMENT PLANS:  " TOTAL-ED
               " (" ON-PLAN-DEBTORS " ACCOUNTS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF GRAND-DEBT-TOTAL = MASTER-DEBT-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
                   WITH POINTER PRINT-PTR
           END-PERFORM
           STRING " " DB-PLAN-FLAG(BEST-IDX)
               "  " DB-CUST-NAME(BEST-IDX)(1:25)
               DELIMITED BY SIZE INTO REPORT-LINE
               WITH POINTER PRINT-PTR
           WRITE REPORT-LINE.
