       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPOSIT-RECON.

      *> Bank deposit reconciliation for posted payments.
      *> PAYMENT-POSTING credits the master from the remittance
      *> file, but nothing proved the money behind those
      *> remittances reached the bank - the treasury desk compared
      *> the bank statement to payment-journal.dat by hand. This job
      *> takes the payments PAYMENT-POSTING applied for the business
      *> date (payment-references.dat, which carries the remitter's
      *> reference the journal has no room for) and the bank's
      *> daily deposit file, and matches them by reference and
      *> amount. Whatever doesn't match - a payment posted with no
      *> deposit, a deposit with no posted payment, or the same
      *> reference at two different amounts - is reported and
      *> carried forward on deposit-recon-open.dat, so the next
      *> day's deposits and payments get the chance to clear it.
      *> The bank routinely lags a day, so an item first seen today
      *> is expected; anything still open from an earlier day, or
      *> any amount mismatch, ends the job with a warning.
      *>
      *> bank-deposits.txt: columns 1-8 the deposit date
      *> (YYYYMMDD), 11-19 the amount as nine digits (dollars and
      *> cents, no point), and 22-33 the bank's copy of the
      *> remitter's reference.
      *>
      *> deposit-recon-clear.txt (optional): one reference per line
      *> in columns 1-12 that the treasury desk has resolved by
      *> other means (a bank correction, a refund); every carried
      *> item with that reference is dropped and reported as
      *> cleared.
      *>
      *> A payment PERIOD-ADJ-APPROVE wrote when it approved a
      *> late-dated remittance (PR-SOURCE L) is reconciled against
      *> the deposits like any other, but it was never one of
      *> PAYMENT-POSTING's, so it is kept out of the payments-side
      *> count. These are taken by position rather than run date:
      *> deposit-recon-history.ctl carries how many late approvals
      *> have been reconciled so far, and each run takes the ones
      *> past that - so an approval made after the day's
      *> reconciliation is picked up by the next run instead of
      *> never being reconciled at all. A rerun for the same day
      *> takes the same ones again.
      *>
      *> Each run writes three records to batch-balance.dat: one
      *> for the payments side, whose records-in BATCH-BALANCER
      *> ties to what PAYMENT-POSTING applied, one for the late
      *> approvals (DEPOSIT-RECON-LATE, which balances on its own
      *> and is no handoff), and one for the bank side.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-FILE ASSIGN TO "payment-references.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCE-FILE-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "bank-deposits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSIT-FILE-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO "deposit-recon-open.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPEN-ITEM-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "deposit-recon-clear.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARANCE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "deposit-recon-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "deposit-recon-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT BALANCE-CONTROL-FILE
               ASSIGN TO "batch-balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERENCE-FILE.
       COPY PAYREF.

       FD DEPOSIT-FILE.
       01 DEPOSIT-RECORD.
          05 BD-DEPOSIT-DATE  PIC X(8).
          05 FILLER           PIC X(2).
          05 BD-AMOUNT-X      PIC X(9).
          05 BD-AMOUNT REDEFINES BD-AMOUNT-X
                              PIC 9(7)V99.
          05 FILLER           PIC X(2).
          05 BD-REFERENCE     PIC X(12).

      *> The unmatched items carried from one run to the next:
      *> P a payment posted with no deposit yet, D a deposit with
      *> no posted payment. OI-FIRST-SEEN is the business date the
      *> item was first worked, which is how the report ages it.
      *> Written back whole at the end of every run.
       FD OPEN-ITEM-FILE.
       01 OPEN-ITEM-RECORD.
          05 OI-ITEM-TYPE     PIC X(1).
          05 FILLER           PIC X(2).
          05 OI-FIRST-SEEN    PIC X(8).
          05 FILLER           PIC X(2).
          05 OI-ITEM-DATE     PIC X(8).
          05 FILLER           PIC X(2).
          05 OI-CUST-ID       PIC X(6).
          05 FILLER           PIC X(2).
          05 OI-AMOUNT        PIC 9(7).99.
          05 FILLER           PIC X(2).
          05 OI-REFERENCE     PIC X(12).

       FD CLEARANCE-FILE.
       01 CLEARANCE-RECORD.
          05 CL-REFERENCE     PIC X(12).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

      *> Records the run date last reconciled, so a second run for
      *> the same day is refused unless overridden, and how many
      *> late approvals had been reconciled before that run and
      *> through it.
       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
          05 RUNHIST-RUN-DATE PIC X(8).
          05 FILLER           PIC X(2).
          05 RUNHIST-LATE-BEFORE-X PIC X(7).
          05 RUNHIST-LATE-BEFORE REDEFINES RUNHIST-LATE-BEFORE-X
                              PIC 9(7).
          05 FILLER           PIC X(2).
          05 RUNHIST-LATE-THROUGH-X PIC X(7).
          05 RUNHIST-LATE-THROUGH REDEFINES RUNHIST-LATE-THROUGH-X
                              PIC 9(7).

       FD BALANCE-CONTROL-FILE.
       COPY BALCTL.

       WORKING-STORAGE SECTION.
       01 REFERENCE-FILE-STATUS  PIC X(2).
       01 DEPOSIT-FILE-STATUS    PIC X(2).
       01 OPEN-ITEM-STATUS       PIC X(2).
       01 CLEARANCE-FILE-STATUS  PIC X(2).
       01 RUN-HISTORY-STATUS     PIC X(2).
       01 BALANCE-CONTROL-STATUS PIC X(2).

       01 REFERENCE-EOF-FLAG  PIC X VALUE "N".
          88 REFERENCE-AT-END VALUE "Y".
       01 DEPOSIT-EOF-FLAG    PIC X VALUE "N".
          88 DEPOSIT-AT-END   VALUE "Y".
       01 OPEN-ITEM-EOF-FLAG  PIC X VALUE "N".
          88 OPEN-ITEM-AT-END VALUE "Y".
       01 CLEARANCE-EOF-FLAG  PIC X VALUE "N".
          88 CLEARANCE-AT-END VALUE "Y".
       01 DEPOSIT-FILE-FLAG   PIC X VALUE "N".
          88 NO-DEPOSIT-FILE  VALUE "Y".

      *> Every item worked this run: the carried items first, then
      *> the day's payments, then the day's deposits, so the
      *> oldest items get the first chance at a match.
       01 ITEM-COUNT PIC S9(4) COMP VALUE 0.
       01 ITEM-TABLE.
          05 ITEM-ENTRY OCCURS 0 TO 3000 TIMES
                        DEPENDING ON ITEM-COUNT
                        INDEXED BY ITEM-IDX.
             10 IT-ITEM-TYPE     PIC X(1).
                88 IT-PAYMENT    VALUE "P".
                88 IT-DEPOSIT    VALUE "D".
             10 IT-ORIGIN        PIC X(1).
                88 IT-CARRIED    VALUE "C".
                88 IT-TODAY      VALUE "T".
                88 IT-LATE       VALUE "L".
             10 IT-STATE         PIC X(1).
                88 IT-OPEN       VALUE "O".
                88 IT-MATCHED    VALUE "M".
                88 IT-MISMATCHED VALUE "X".
                88 IT-CLEARED    VALUE "C".
             10 IT-FIRST-SEEN    PIC X(8).
             10 IT-ITEM-DATE     PIC X(8).
             10 IT-CUST-ID       PIC X(6).
             10 IT-AMOUNT        PIC 9(7)V99.
             10 IT-REFERENCE     PIC X(12).
             10 IT-PARTNER       PIC S9(4) COMP.

       01 CLEAR-COUNT PIC S9(4) COMP VALUE 0.
       01 CLEAR-TABLE.
          05 CLEAR-ENTRY OCCURS 0 TO 500 TIMES
                         DEPENDING ON CLEAR-COUNT
                         INDEXED BY CLEAR-IDX.
             10 CT-REFERENCE     PIC X(12).

       01 TABLE-FULL-FLAG     PIC X VALUE "N".
          88 TABLE-OVERFLOWED VALUE "Y".
       01 CLEAR-HIT-FLAG      PIC X VALUE "N".
          88 CLEAR-HIT        VALUE "Y".

       01 PAYMENT-IDX         PIC S9(4) COMP.
       01 DEPOSIT-IDX         PIC S9(4) COMP.
       01 FOUND-IDX           PIC S9(4) COMP.
       01 MATCH-PASS          PIC X(1).
          88 MATCH-EXACT      VALUE "E".
          88 MATCH-REFERENCE  VALUE "R".

       01 PAYMENTS-READ       PIC 9(6) VALUE 0.
       01 PAYMENTS-MATCHED    PIC 9(6) VALUE 0.
       01 PAYMENTS-MISMATCHED PIC 9(6) VALUE 0.
       01 PAYMENTS-OPEN       PIC 9(6) VALUE 0.
       01 PAYMENTS-TOTAL      PIC S9(9)V99 VALUE 0.
       01 LATE-READ           PIC 9(6) VALUE 0.
       01 LATE-MATCHED        PIC 9(6) VALUE 0.
       01 LATE-MISMATCHED     PIC 9(6) VALUE 0.
       01 LATE-OPEN           PIC 9(6) VALUE 0.
       01 LATE-TOTAL          PIC S9(9)V99 VALUE 0.
       01 LATE-TAKEN-BEFORE   PIC 9(7) VALUE 0.
       01 LATE-SEEN           PIC 9(7) VALUE 0.
       01 DEPOSITS-READ       PIC 9(6) VALUE 0.
       01 DEPOSITS-BAD        PIC 9(6) VALUE 0.
       01 DEPOSITS-MATCHED    PIC 9(6) VALUE 0.
       01 DEPOSITS-MISMATCHED PIC 9(6) VALUE 0.
       01 DEPOSITS-OPEN       PIC 9(6) VALUE 0.
       01 DEPOSITS-TOTAL      PIC S9(9)V99 VALUE 0.
       01 CARRIED-COUNT       PIC 9(6) VALUE 0.
       01 CLEARED-COUNT       PIC 9(6) VALUE 0.
       01 MATCHED-PAIRS       PIC 9(6) VALUE 0.
       01 MATCHED-TOTAL       PIC S9(9)V99 VALUE 0.
       01 MISMATCH-PAIRS      PIC 9(6) VALUE 0.
       01 AGED-OPEN-COUNT     PIC 9(6) VALUE 0.
       01 SECTION-COUNT       PIC 9(6) VALUE 0.
       01 SECTION-TOTAL       PIC S9(9)V99 VALUE 0.
       01 DIFFERENCE-AMOUNT   PIC S9(7)V99.

       01 AMOUNT-ED           PIC Z,ZZZ,ZZ9.99.
       01 AMOUNT-B-ED         PIC Z,ZZZ,ZZ9.99.
       01 DIFFERENCE-ED       PIC -Z,ZZZ,ZZ9.99.
       01 TOTAL-ED            PIC -ZZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 TODAYS-DATE-TAG     PIC X(8).

       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 ABORT-DUPLICATE-RUN PIC X VALUE "N".
          88 DUPLICATE-RUN-DETECTED VALUE "Y".

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "DEPOSIT-RECON".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Bank Deposit Reconciliation"
           DISPLAY "==========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           ACCEPT OVERRIDE-FLAG FROM ENVIRONMENT
               "DEPOSIT-RERUN-OVERRIDE"

           PERFORM CHECK-DUPLICATE-RUN
           IF DUPLICATE-RUN-DETECTED
               SET JOB-RC-ERROR TO TRUE
               STRING "Deposits already reconciled for today's run "
                      "date; set DEPOSIT-RERUN-OVERRIDE=Y to force"
                      DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CLEARANCES
           PERFORM LOAD-CARRIED-ITEMS
           PERFORM LOAD-POSTED-PAYMENTS
           PERFORM LOAD-BANK-DEPOSITS

      *> A table that overflowed would rewrite the open-item file
      *> short, silently losing carried items - stop with the file
      *> untouched instead.
           IF TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               STRING "More than 3000 items to reconcile - open "
                   "items left as they were"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> Exact matches first, so a reference that appears at two
      *> amounts pairs off its exact match before anything left
      *> over is called a mismatch.
           SET MATCH-EXACT TO TRUE
           PERFORM MATCH-OPEN-PAYMENTS
           SET MATCH-REFERENCE TO TRUE
           PERFORM MATCH-OPEN-PAYMENTS

           PERFORM COUNT-DISPOSITIONS

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM REPORT-UNMATCHED-PAYMENTS
           PERFORM REPORT-UNMATCHED-DEPOSITS
           PERFORM REPORT-MISMATCHES
           PERFORM REPORT-CLEARED-ITEMS
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           PERFORM SAVE-OPEN-ITEMS

           PERFORM WRITE-RUN-HISTORY

           PERFORM WRITE-BALANCE-CONTROL

           MOVE MATCHED-TOTAL TO TOTAL-ED
           DISPLAY "Payments posted today: " PAYMENTS-READ
           DISPLAY "Deposits read today:   " DEPOSITS-READ
           DISPLAY "Items carried in:      " CARRIED-COUNT
           DISPLAY "Pairs matched:         " MATCHED-PAIRS
           DISPLAY "Amount matched:       $" TOTAL-ED
           DISPLAY "Amount mismatches:     " MISMATCH-PAIRS
           DISPLAY "Cleared by treasury:   " CLEARED-COUNT
           DISPLAY "Wrote deposit-recon-report.txt"

           IF NO-DEPOSIT-FILE
               SET JOB-RC-WARNING TO TRUE
               STRING "No bank-deposits.txt on file - posted "
                   "payments carried forward unmatched"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF DEPOSITS-BAD > 0
               SET JOB-RC-WARNING TO TRUE
               STRING DEPOSITS-BAD " unreadable lines on "
                   "bank-deposits.txt - not reconciled"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF MISMATCH-PAIRS > 0 OR AGED-OPEN-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               STRING MISMATCH-PAIRS " amount mismatches, "
                   AGED-OPEN-COUNT " items open from earlier days"
                   " - see report"
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

       LOAD-CLEARANCES.
           OPEN INPUT CLEARANCE-FILE
           IF CLEARANCE-FILE-STATUS = "00"
               PERFORM UNTIL CLEARANCE-AT-END
                   READ CLEARANCE-FILE
                       AT END SET CLEARANCE-AT-END TO TRUE
                       NOT AT END
                           IF CL-REFERENCE NOT = SPACES AND
                              CLEAR-COUNT < 500
                               ADD 1 TO CLEAR-COUNT
                               MOVE CL-REFERENCE
                                   TO CT-REFERENCE(CLEAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLEARANCE-FILE
           END-IF.

      *> Items first seen today are skipped: they are on the file
      *> only because an earlier run today wrote them, and this
      *> run reads the day's payments and deposits afresh.
       LOAD-CARRIED-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS = "00"
               PERFORM UNTIL OPEN-ITEM-AT-END
                   READ OPEN-ITEM-FILE
                       AT END SET OPEN-ITEM-AT-END TO TRUE
                       NOT AT END
                           IF OI-FIRST-SEEN NOT = TODAYS-DATE-TAG
                               PERFORM ADD-CARRIED-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-ITEM-FILE
           END-IF.

       ADD-CARRIED-ITEM.
           IF ITEM-COUNT >= 3000
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           ADD 1 TO CARRIED-COUNT
           SET ITEM-IDX TO ITEM-COUNT
           MOVE OI-ITEM-TYPE  TO IT-ITEM-TYPE(ITEM-IDX)
           SET IT-CARRIED(ITEM-IDX) TO TRUE
           SET IT-OPEN(ITEM-IDX) TO TRUE
           MOVE OI-FIRST-SEEN TO IT-FIRST-SEEN(ITEM-IDX)
           MOVE OI-ITEM-DATE  TO IT-ITEM-DATE(ITEM-IDX)
           MOVE OI-CUST-ID    TO IT-CUST-ID(ITEM-IDX)
           MOVE OI-AMOUNT     TO IT-AMOUNT(ITEM-IDX)
           MOVE OI-REFERENCE  TO IT-REFERENCE(ITEM-IDX)
           MOVE 0             TO IT-PARTNER(ITEM-IDX)

           MOVE "N" TO CLEAR-HIT-FLAG
           SET CLEAR-IDX TO 1
           SEARCH CLEAR-ENTRY
               AT END
                   CONTINUE
               WHEN CT-REFERENCE(CLEAR-IDX) = OI-REFERENCE
                   SET CLEAR-HIT TO TRUE
           END-SEARCH
           IF CLEAR-HIT
               SET IT-CLEARED(ITEM-IDX) TO TRUE
               ADD 1 TO CLEARED-COUNT
           END-IF.

      *> Only what PAYMENT-POSTING applied for this business date;
      *> earlier days' payments are already matched or carried.
      *> Late approvals past the ones already reconciled are taken
      *> whatever their run date.
       LOAD-POSTED-PAYMENTS.
           OPEN INPUT REFERENCE-FILE
           IF REFERENCE-FILE-STATUS = "00"
               PERFORM UNTIL REFERENCE-AT-END
                   READ REFERENCE-FILE
                       AT END SET REFERENCE-AT-END TO TRUE
                       NOT AT END
                           IF PR-LATE-APPROVAL
                               ADD 1 TO LATE-SEEN
                               IF LATE-SEEN > LATE-TAKEN-BEFORE
                                   PERFORM ADD-POSTED-PAYMENT
                               END-IF
                           ELSE
                               IF PR-RUN-DATE = TODAYS-DATE-TAG
                                   PERFORM ADD-POSTED-PAYMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-FILE
           END-IF.

       ADD-POSTED-PAYMENT.
           MOVE PR-AMOUNT TO DIFFERENCE-AMOUNT
           IF PR-LATE-APPROVAL
               ADD 1 TO LATE-READ
               ADD DIFFERENCE-AMOUNT TO LATE-TOTAL
           ELSE
               ADD 1 TO PAYMENTS-READ
               ADD DIFFERENCE-AMOUNT TO PAYMENTS-TOTAL
           END-IF
           IF ITEM-COUNT >= 3000
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           SET ITEM-IDX TO ITEM-COUNT
           SET IT-PAYMENT(ITEM-IDX) TO TRUE
           IF PR-LATE-APPROVAL
               SET IT-LATE(ITEM-IDX) TO TRUE
           ELSE
               SET IT-TODAY(ITEM-IDX) TO TRUE
           END-IF
           SET IT-OPEN(ITEM-IDX) TO TRUE
           MOVE TODAYS-DATE-TAG TO IT-FIRST-SEEN(ITEM-IDX)
           MOVE PR-PAY-DATE     TO IT-ITEM-DATE(ITEM-IDX)
           MOVE PR-CUST-ID      TO IT-CUST-ID(ITEM-IDX)
           MOVE PR-AMOUNT       TO IT-AMOUNT(ITEM-IDX)
           MOVE PR-REFERENCE    TO IT-REFERENCE(ITEM-IDX)
           MOVE 0               TO IT-PARTNER(ITEM-IDX).

      *> A deposit line that doesn't parse can't be matched to
      *> anything; it is counted on the report for the treasury
      *> desk to chase with the bank, but not carried.
       LOAD-BANK-DEPOSITS.
           OPEN INPUT DEPOSIT-FILE
           IF DEPOSIT-FILE-STATUS NOT = "00"
               SET NO-DEPOSIT-FILE TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DEPOSIT-AT-END
               READ DEPOSIT-FILE
                   AT END SET DEPOSIT-AT-END TO TRUE
                   NOT AT END PERFORM ADD-BANK-DEPOSIT
               END-READ
           END-PERFORM
           CLOSE DEPOSIT-FILE.

       ADD-BANK-DEPOSIT.
           ADD 1 TO DEPOSITS-READ
           IF BD-DEPOSIT-DATE IS NOT NUMERIC OR
              BD-AMOUNT-X IS NOT NUMERIC
               ADD 1 TO DEPOSITS-BAD
               EXIT PARAGRAPH
           END-IF
           ADD BD-AMOUNT TO DEPOSITS-TOTAL
           IF ITEM-COUNT >= 3000
               SET TABLE-OVERFLOWED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           SET ITEM-IDX TO ITEM-COUNT
           SET IT-DEPOSIT(ITEM-IDX) TO TRUE
           SET IT-TODAY(ITEM-IDX) TO TRUE
           SET IT-OPEN(ITEM-IDX) TO TRUE
           MOVE TODAYS-DATE-TAG TO IT-FIRST-SEEN(ITEM-IDX)
           MOVE BD-DEPOSIT-DATE TO IT-ITEM-DATE(ITEM-IDX)
           MOVE SPACES          TO IT-CUST-ID(ITEM-IDX)
           MOVE BD-AMOUNT       TO IT-AMOUNT(ITEM-IDX)
           MOVE BD-REFERENCE    TO IT-REFERENCE(ITEM-IDX)
           MOVE 0               TO IT-PARTNER(ITEM-IDX).

      *> One pass over the open payments, each taking the first
      *> open deposit that qualifies under MATCH-PASS. A blank
      *> reference can never be matched - there is nothing to tie
      *> the two sides together.
       MATCH-OPEN-PAYMENTS.
           PERFORM VARYING PAYMENT-IDX FROM 1 BY 1
               UNTIL PAYMENT-IDX > ITEM-COUNT
               IF IT-PAYMENT(PAYMENT-IDX) AND
                  IT-OPEN(PAYMENT-IDX) AND
                  IT-REFERENCE(PAYMENT-IDX) NOT = SPACES
                   PERFORM FIND-DEPOSIT-FOR-PAYMENT
                   IF FOUND-IDX > 0
                       PERFORM PAIR-PAYMENT-AND-DEPOSIT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-DEPOSIT-FOR-PAYMENT.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING DEPOSIT-IDX FROM 1 BY 1
               UNTIL DEPOSIT-IDX > ITEM-COUNT OR FOUND-IDX > 0
               IF IT-DEPOSIT(DEPOSIT-IDX) AND
                  IT-OPEN(DEPOSIT-IDX) AND
                  IT-REFERENCE(DEPOSIT-IDX) =
                      IT-REFERENCE(PAYMENT-IDX)
                   IF MATCH-REFERENCE OR
                      IT-AMOUNT(DEPOSIT-IDX) =
                          IT-AMOUNT(PAYMENT-IDX)
                       MOVE DEPOSIT-IDX TO FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

       PAIR-PAYMENT-AND-DEPOSIT.
           MOVE FOUND-IDX   TO IT-PARTNER(PAYMENT-IDX)
           MOVE PAYMENT-IDX TO IT-PARTNER(FOUND-IDX)
           IF MATCH-EXACT
               SET IT-MATCHED(PAYMENT-IDX) TO TRUE
               SET IT-MATCHED(FOUND-IDX) TO TRUE
               ADD 1 TO MATCHED-PAIRS
               ADD IT-AMOUNT(PAYMENT-IDX) TO MATCHED-TOTAL
           ELSE
               SET IT-MISMATCHED(PAYMENT-IDX) TO TRUE
               SET IT-MISMATCHED(FOUND-IDX) TO TRUE
               ADD 1 TO MISMATCH-PAIRS
           END-IF.

      *> The day's own payments and deposits by how they ended, for
      *> the balancing records, and the open items carried from an
      *> earlier day that still didn't clear.
       COUNT-DISPOSITIONS.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-TODAY(ITEM-IDX) AND IT-PAYMENT(ITEM-IDX)
                   EVALUATE TRUE
                       WHEN IT-MATCHED(ITEM-IDX)
                           ADD 1 TO PAYMENTS-MATCHED
                       WHEN IT-MISMATCHED(ITEM-IDX)
                           ADD 1 TO PAYMENTS-MISMATCHED
                       WHEN OTHER
                           ADD 1 TO PAYMENTS-OPEN
                   END-EVALUATE
               END-IF
               IF IT-TODAY(ITEM-IDX) AND IT-DEPOSIT(ITEM-IDX)
                   EVALUATE TRUE
                       WHEN IT-MATCHED(ITEM-IDX)
                           ADD 1 TO DEPOSITS-MATCHED
                       WHEN IT-MISMATCHED(ITEM-IDX)
                           ADD 1 TO DEPOSITS-MISMATCHED
                       WHEN OTHER
                           ADD 1 TO DEPOSITS-OPEN
                   END-EVALUATE
               END-IF
               IF IT-LATE(ITEM-IDX)
                   EVALUATE TRUE
                       WHEN IT-MATCHED(ITEM-IDX)
                           ADD 1 TO LATE-MATCHED
                       WHEN IT-MISMATCHED(ITEM-IDX)
                           ADD 1 TO LATE-MISMATCHED
                       WHEN OTHER
                           ADD 1 TO LATE-OPEN
                   END-EVALUATE
               END-IF
               IF IT-CARRIED(ITEM-IDX) AND IT-OPEN(ITEM-IDX)
                   ADD 1 TO AGED-OPEN-COUNT
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADER.
           MOVE "BANK DEPOSIT RECONCILIATION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-UNMATCHED-PAYMENTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PAYMENTS POSTED WITH NO DEPOSIT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  REFERENCE     CUST ID  PAY DATE  FIRST SEEN"
               TO REPORT-LINE
           MOVE "AMOUNT" TO REPORT-LINE(55:6)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-PAYMENT(ITEM-IDX) AND IT-OPEN(ITEM-IDX)
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-TOTAL.

       REPORT-UNMATCHED-DEPOSITS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEPOSITS WITH NO POSTED PAYMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  REFERENCE              DEP DATE  FIRST SEEN"
               TO REPORT-LINE
           MOVE "AMOUNT" TO REPORT-LINE(55:6)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-DEPOSIT(ITEM-IDX) AND IT-OPEN(ITEM-IDX)
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-TOTAL.

      *> Listed from the payment side, with the deposit it paired
      *> with. Both stay open - a correcting deposit at the right
      *> amount clears the payment, or the treasury desk clears
      *> the reference once it is resolved.
       REPORT-MISMATCHES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AMOUNT MISMATCHES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  REFERENCE     CUST ID  FIRST SEEN      POSTED"
               TO REPORT-LINE
           MOVE "DEPOSITED    DIFFERENCE" TO REPORT-LINE(52:23)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-PAYMENT(ITEM-IDX) AND IT-MISMATCHED(ITEM-IDX)
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
           END-PERFORM
           MOVE SECTION-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  MISMATCHES: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MISMATCH-LINE.
           ADD 1 TO SECTION-COUNT
           MOVE IT-PARTNER(ITEM-IDX) TO DEPOSIT-IDX
           COMPUTE DIFFERENCE-AMOUNT =
               IT-AMOUNT(DEPOSIT-IDX) - IT-AMOUNT(ITEM-IDX)
           MOVE IT-AMOUNT(ITEM-IDX)    TO AMOUNT-ED
           MOVE IT-AMOUNT(DEPOSIT-IDX) TO AMOUNT-B-ED
           MOVE DIFFERENCE-AMOUNT      TO DIFFERENCE-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " IT-REFERENCE(ITEM-IDX)
               "  " IT-CUST-ID(ITEM-IDX)
               "   " IT-FIRST-SEEN(ITEM-IDX)
               "  " AMOUNT-ED
               " " AMOUNT-B-ED
               " " DIFFERENCE-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       REPORT-CLEARED-ITEMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CLEARED BY TREASURY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-COUNT
           MOVE 0 TO SECTION-TOTAL
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-CLEARED(ITEM-IDX)
                   PERFORM WRITE-ITEM-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-TOTAL.

      *> One open or cleared item; a deposit carries no customer ID,
      *> so its column comes out blank.
       WRITE-ITEM-LINE.
           ADD 1 TO SECTION-COUNT
           ADD IT-AMOUNT(ITEM-IDX) TO SECTION-TOTAL
           MOVE IT-AMOUNT(ITEM-IDX) TO AMOUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " IT-REFERENCE(ITEM-IDX)
               "  " IT-CUST-ID(ITEM-IDX)
               "   " IT-ITEM-DATE(ITEM-IDX)
               "  " IT-FIRST-SEEN(ITEM-IDX)
               "     " AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SECTION-TOTAL.
           MOVE SECTION-COUNT TO COUNT-ED
           MOVE SECTION-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ITEMS: " COUNT-ED "   TOTAL: " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PAYMENTS-READ TO COUNT-ED
           MOVE PAYMENTS-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "PAYMENTS POSTED TODAY:  " COUNT-ED
               "   " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LATE-READ TO COUNT-ED
           MOVE LATE-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LATE PAYMENTS APPROVED: " COUNT-ED
               "   " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-READ TO COUNT-ED
           MOVE DEPOSITS-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "DEPOSITS READ TODAY:    " COUNT-ED
               "   " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DEPOSITS-BAD TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "UNREADABLE DEPOSITS:    " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CARRIED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS CARRIED IN:       " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MATCHED-PAIRS TO COUNT-ED
           MOVE MATCHED-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "PAIRS MATCHED:          " COUNT-ED
               "   " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AGED-OPEN-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "OPEN FROM EARLIER DAYS: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Everything still open or mismatched rolls forward; matched
      *> and cleared items drop off.
       SAVE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF OPEN-ITEM-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               STRING "Could not rewrite deposit-recon-open.dat, "
                   "status " OPEN-ITEM-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
               UNTIL ITEM-IDX > ITEM-COUNT
               IF IT-OPEN(ITEM-IDX) OR IT-MISMATCHED(ITEM-IDX)
                   MOVE SPACES TO OPEN-ITEM-RECORD
                   MOVE IT-ITEM-TYPE(ITEM-IDX)  TO OI-ITEM-TYPE
                   MOVE IT-FIRST-SEEN(ITEM-IDX) TO OI-FIRST-SEEN
                   MOVE IT-ITEM-DATE(ITEM-IDX)  TO OI-ITEM-DATE
                   MOVE IT-CUST-ID(ITEM-IDX)    TO OI-CUST-ID
                   MOVE IT-AMOUNT(ITEM-IDX)     TO OI-AMOUNT
                   MOVE IT-REFERENCE(ITEM-IDX)  TO OI-REFERENCE
                   WRITE OPEN-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE OPEN-ITEM-FILE.

      *> Two links in the balancing chain. The payments side reads
      *> exactly what PAYMENT-POSTING applied today - BATCH-BALANCER
      *> ties the two - and disposes of each as matched, mismatched,
      *> or carried open. The bank side does the same for the
      *> deposit lines, with unreadable lines counted as rejected.
      *> The late approvals taken this run get a record of their
      *> own, in and out, outside the handoff.
       WRITE-BALANCE-CONTROL.
           OPEN EXTEND BALANCE-CONTROL-FILE
           IF BALANCE-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-CONTROL-FILE
           END-IF
           IF BALANCE-CONTROL-STATUS = "00"
               MOVE SPACES              TO BALANCE-CONTROL-RECORD
               MOVE TODAYS-DATE-TAG     TO BAL-RUN-DATE
               MOVE "DEPOSIT-RECON"     TO BAL-JOB-NAME
               MOVE PAYMENTS-READ       TO BAL-RECORDS-IN
               MOVE PAYMENTS-MATCHED    TO BAL-OUT-ACCEPTED
               MOVE PAYMENTS-MISMATCHED TO BAL-OUT-REJECTED
               MOVE PAYMENTS-OPEN       TO BAL-OUT-OTHER
               MOVE PAYMENTS-TOTAL      TO BAL-AMOUNT-HASH
               WRITE BALANCE-CONTROL-RECORD
               MOVE SPACES              TO BALANCE-CONTROL-RECORD
               MOVE TODAYS-DATE-TAG     TO BAL-RUN-DATE
               MOVE "DEPOSIT-RECON-LATE" TO BAL-JOB-NAME
               MOVE LATE-READ           TO BAL-RECORDS-IN
               MOVE LATE-MATCHED        TO BAL-OUT-ACCEPTED
               MOVE LATE-MISMATCHED     TO BAL-OUT-REJECTED
               MOVE LATE-OPEN           TO BAL-OUT-OTHER
               MOVE LATE-TOTAL          TO BAL-AMOUNT-HASH
               WRITE BALANCE-CONTROL-RECORD
               MOVE SPACES              TO BALANCE-CONTROL-RECORD
               MOVE TODAYS-DATE-TAG     TO BAL-RUN-DATE
               MOVE "DEPOSIT-RECON-BANK" TO BAL-JOB-NAME
               MOVE DEPOSITS-READ       TO BAL-RECORDS-IN
               MOVE DEPOSITS-MATCHED    TO BAL-OUT-ACCEPTED
               COMPUTE BAL-OUT-REJECTED =
                   DEPOSITS-MISMATCHED + DEPOSITS-BAD
               MOVE DEPOSITS-OPEN       TO BAL-OUT-OTHER
               MOVE DEPOSITS-TOTAL      TO BAL-AMOUNT-HASH
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-CONTROL-FILE
           END-IF.

      *> Refuses to reconcile the same day twice unless the
      *> operator explicitly sets the override environment
      *> variable, mirroring PAYMENT-POSTING's duplicate-run
      *> protection.
       CHECK-DUPLICATE-RUN.
           MOVE "N" TO ABORT-DUPLICATE-RUN
           OPEN INPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00"
               READ RUN-HISTORY-FILE
                   AT END CONTINUE
               END-READ
               IF RUN-HISTORY-STATUS = "00" AND
                  RUNHIST-RUN-DATE = TODAYS-DATE-TAG AND
                  OVERRIDE-FLAG NOT = "Y"
                   SET DUPLICATE-RUN-DETECTED TO TRUE
               END-IF
               IF RUN-HISTORY-STATUS = "00"
                   IF RUNHIST-RUN-DATE = TODAYS-DATE-TAG
                       IF RUNHIST-LATE-BEFORE-X IS NUMERIC
                           MOVE RUNHIST-LATE-BEFORE
                               TO LATE-TAKEN-BEFORE
                       END-IF
                   ELSE
                       IF RUNHIST-LATE-THROUGH-X IS NUMERIC
                           MOVE RUNHIST-LATE-THROUGH
                               TO LATE-TAKEN-BEFORE
                       END-IF
                   END-IF
               END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF.

       WRITE-RUN-HISTORY.
           OPEN OUTPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               STRING "Could not open deposit-recon-history.ctl, "
                   "status " RUN-HISTORY-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           ELSE
               MOVE SPACES            TO RUN-HISTORY-RECORD
               MOVE TODAYS-DATE-TAG   TO RUNHIST-RUN-DATE
               MOVE LATE-TAKEN-BEFORE TO RUNHIST-LATE-BEFORE
               MOVE LATE-SEEN         TO RUNHIST-LATE-THROUGH
               WRITE RUN-HISTORY-RECORD
               CLOSE RUN-HISTORY-FILE
           END-IF.

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
