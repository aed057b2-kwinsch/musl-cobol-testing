               ASSIGN TO "credit-hold-track.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TRACK-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "sales-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-id-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT PLAN-FILE ASSIGN TO "payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER              PIC X(2).
          05 CHT-LAST-BALANCE    PIC S9(8)V99.

      *> Open disputes and payment plans are kept by customer ID;
      *> the xref turns each ID into the cleaned-up name this job
      *> works by.
       FD DISPUTE-FILE.
       COPY DISPREC.

       FD XREF-FILE.
       COPY IDXREF.

       FD PLAN-FILE.
       COPY PLANREC.

       WORKING-STORAGE SECTION.
       01 JSON-FILE       PIC X(50) VALUE "customers.json".
       01 CUSTOMER-COUNT  PIC S9(4) COMP.
             10 PH-LAST-BALANCE PIC S9(8)V99.
             10 PH-STILL-HELD   PIC X.

      *> Open disputed amounts per account, summed as applied to
      *> the balance and named off the xref. A contested charge has
      *> already brought the balance down, so it is added back
      *> before the hold test - a customer is not put on hold for
      *> an amount still in dispute. The hold list and its trend
      *> still show the real balance.
       01 DISPUTE-FILE-STATUS   PIC X(2).
       01 XREF-FILE-STATUS      PIC X(2).
       01 DISPUTE-EOF-FLAG      PIC X VALUE "N".
          88 DISPUTE-AT-END     VALUE "Y".
       01 XREF-EOF-FLAG         PIC X VALUE "N".
          88 XREF-AT-END        VALUE "Y".
       01 DISPUTE-HOLD-COUNT    PIC S9(4) COMP VALUE 0.
       01 DISPUTE-HOLD-TABLE.
          05 DISPUTE-HOLD-ENTRY OCCURS 0 TO 500 TIMES
                                DEPENDING ON DISPUTE-HOLD-COUNT
                                INDEXED BY DH-IDX.
             10 DH-CUST-ID      PIC 9(6).
             10 DH-CUST-NAME    PIC X(50).
             10 DH-AMOUNT       PIC S9(8)V99.
       01 HOLD-TEST-BALANCE     PIC S9(8)V99.

      *> Accounts paying to a current plan, named off the xref the
      *> same way as the disputes. A held account on a plan is
      *> marked PLAN so collections can tell it from one that has
      *> gone silent.
       01 PLAN-FILE-STATUS      PIC X(2).
       01 PLAN-EOF-FLAG         PIC X VALUE "N".
          88 PLAN-AT-END        VALUE "Y".
       01 ON-PLAN-COUNT         PIC S9(4) COMP VALUE 0.
       01 ON-PLAN-TABLE.
          05 ON-PLAN-ENTRY OCCURS 0 TO 500 TIMES
                           DEPENDING ON ON-PLAN-COUNT
                           INDEXED BY OP-IDX.
             10 OP-CUST-ID      PIC 9(6).
             10 OP-CUST-NAME    PIC X(50).
       01 HOLD-PLAN-FLAG        PIC X(4).
       01 HELD-ON-PLAN-COUNT    PIC 9(4) VALUE 0.

      *> Aging buckets for the day's hold list: 1-30, 31-60, 61-90,
      *> and over 90 days on hold.
       01 HOLD-AGE-BUCKETS.

           PERFORM LOAD-CREDIT-HOLD-TRACKING

           PERFORM LOAD-OPEN-DISPUTES

           PERFORM LOAD-CURRENT-PLANS

           PERFORM NAME-HELD-IDS

           CALL "json_load_file" USING
               BY REFERENCE JSON-FILE
           RETURNING CUSTOMER-COUNT
               WRITE AUDIT-RECORD
           END-IF.

       EXCLUDE-OPEN-DISPUTES.
           MOVE CUST-BALANCE TO HOLD-TEST-BALANCE
           IF DISPUTE-HOLD-COUNT > 0
               SET DH-IDX TO 1
               SEARCH DISPUTE-HOLD-ENTRY
                   AT END CONTINUE
                   WHEN DH-CUST-NAME(DH-IDX) = CUST-NAME
                       ADD DH-AMOUNT(DH-IDX) TO HOLD-TEST-BALANCE
               END-SEARCH
           END-IF.

      *> Every open dispute on sales-disputes.dat, summed into one
      *> entry per account, for NAME-HELD-IDS to name off
      *> cust-id-xref.dat. A disputed ID with no xref entry cannot
      *> match a customer here and simply stays unnamed.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISPUTE-AT-END
               READ DISPUTE-FILE
                   AT END SET DISPUTE-AT-END TO TRUE
                   NOT AT END
                       IF DSP-IS-OPEN
                           PERFORM STORE-OPEN-DISPUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE.

      *> One entry per current plan on payment-plans.dat - its first
      *> installment carries the plan's terms like every other.
       LOAD-CURRENT-PLANS.
           OPEN INPUT PLAN-FILE
           IF PLAN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PLAN-AT-END
               READ PLAN-FILE
                   AT END SET PLAN-AT-END TO TRUE
                   NOT AT END
                       IF PP-PLAN-CURRENT AND
                          PP-INSTALLMENT-NO = 1 AND
                          ON-PLAN-COUNT < 500
                           ADD 1 TO ON-PLAN-COUNT
                           MOVE PP-CUST-ID
                               TO OP-CUST-ID(ON-PLAN-COUNT)
                           MOVE SPACES
                               TO OP-CUST-NAME(ON-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

      *> One pass of the xref names both the disputed and the
      *> on-plan accounts.
       NAME-HELD-IDS.
           IF DISPUTE-HOLD-COUNT > 0 OR ON-PLAN-COUNT > 0
               OPEN INPUT XREF-FILE
               IF XREF-FILE-STATUS = "00"
                   PERFORM UNTIL XREF-AT-END
                       READ XREF-FILE
                           AT END SET XREF-AT-END TO TRUE
                           NOT AT END
                               PERFORM NAME-OPEN-DISPUTE
                               PERFORM NAME-CURRENT-PLAN
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
           END-IF.

       STORE-OPEN-DISPUTE.
           SET DH-IDX TO 1
           SEARCH DISPUTE-HOLD-ENTRY
               AT END
                   IF DISPUTE-HOLD-COUNT < 500
                       ADD 1 TO DISPUTE-HOLD-COUNT
                       MOVE DSP-CUST-ID
                           TO DH-CUST-ID(DISPUTE-HOLD-COUNT)
                       MOVE SPACES
                           TO DH-CUST-NAME(DISPUTE-HOLD-COUNT)
                       MOVE DSP-AMOUNT
                           TO DH-AMOUNT(DISPUTE-HOLD-COUNT)
                   END-IF
               WHEN DH-CUST-ID(DH-IDX) = DSP-CUST-ID
                   ADD DSP-AMOUNT TO DH-AMOUNT(DH-IDX)
           END-SEARCH.

       NAME-OPEN-DISPUTE.
           SET DH-IDX TO 1
           SEARCH DISPUTE-HOLD-ENTRY
               AT END CONTINUE
               WHEN DH-CUST-ID(DH-IDX) = XREF-REC-ID
                   MOVE XREF-REC-NAME TO DH-CUST-NAME(DH-IDX)
           END-SEARCH.

       NAME-CURRENT-PLAN.
           SET OP-IDX TO 1
           SEARCH ON-PLAN-ENTRY
               AT END CONTINUE
               WHEN OP-CUST-ID(OP-IDX) = XREF-REC-ID
                   MOVE XREF-REC-NAME TO OP-CUST-NAME(OP-IDX)
           END-SEARCH.

       ADD-CREDIT-HOLD-ENTRY.
           IF CREDIT-HOLD-COUNT < 500
               ADD 1 TO CREDIT-HOLD-COUNT
                   "  61-90: " HOLD-AGE-BUCKET(3)
                   "  over 90: " HOLD-AGE-BUCKET(4)
           END-IF
           DISPLAY "Accounts recovered off hold: " RECOVERED-COUNT
           DISPLAY "Held accounts paying to plan: " HELD-ON-PLAN-COUNT.

       TRACK-ONE-HOLD-ACCOUNT.
           MOVE TODAYS-DATE-TAG TO HOLD-FIRST-DATE
           MOVE CH-CUST-BALANCE(INDEX-VAR) TO CHT-LAST-BALANCE
           WRITE CREDIT-HOLD-TRACK-RECORD

           MOVE "NONE" TO HOLD-PLAN-FLAG
           SET OP-IDX TO 1
           SEARCH ON-PLAN-ENTRY
               AT END CONTINUE
               WHEN OP-CUST-NAME(OP-IDX) = CH-CUST-NAME(INDEX-VAR)
                   MOVE "PLAN" TO HOLD-PLAN-FLAG
                   ADD 1 TO HELD-ON-PLAN-COUNT
           END-SEARCH

           MOVE CH-CUST-BALANCE(INDEX-VAR) TO CH-BALANCE-DISPLAY
           DISPLAY CH-CUST-NAME(INDEX-VAR) " | Days on hold: "
               HOLD-DAYS " | Trend: " HOLD-TREND
               " | Plan: " HOLD-PLAN-FLAG
               " | Balance: $" CH-BALANCE-DISPLAY.

      *> Picks up the prior run's grand total, if any, for the

                   PERFORM CHECK-DUPLICATE-CUSTOMER

                   PERFORM EXCLUDE-OPEN-DISPUTES
                   IF HOLD-TEST-BALANCE < CREDIT-HOLD-THRESHOLD
                       PERFORM ADD-CREDIT-HOLD-ENTRY
                   END-IF

