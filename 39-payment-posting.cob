      *> account isn't on the master, or which pays more than the
      *> account owes, goes to a suspense file for the payments desk
      *> the way sales-unmatched.rejects works today - the money is
      *> NOT applied until someone decides where it belongs. The
      *> one exception is an account BAD-DEBT-WRITEOFF has written
      *> off: money past its debt is a recovery of the written-off
      *> amount, so that much is reinstated on the account through
      *> a RECOVERY record on adjustment-journal.txt and the whole
      *> remittance then applied, instead of landing in suspense.
      *> A remittance sent under a bill-to parent's ID on
      *> account-hierarchy.dat pays for the whole family: it is
      *> spread across the open balances of the parent and its
      *> branches - the parent's own debt first, then each branch
      *> in hierarchy order - with one journal line per account
      *> credited. It is applied only when the family owes at least
      *> the whole amount; otherwise the remittance is held as an
      *> overpayment, the same as for a single account. Should an
      *> account drop off the master or fail to rewrite part way
      *> through the spread, only what was credited counts as
      *> applied and the rest is held in suspense as SPREADERR, on
      *> a line of its own carrying the amount not applied.
      *>
      *> payment-remittance.txt: columns 1-6 the customer ID, 9-14
      *> the payment amount as six digits (dollars and cents, as the
      *> sales feed carries amounts), 17-24 the payment date
      *> (YYYYMMDD), and 27-38 the remitter's reference number.
      *> Every applied payment is also written with its reference
      *> to payment-references.dat for DEPOSIT-RECON, which proves
      *> the money landed in the bank.
      *> A remittance dated in a month already closed on
      *> month-end-close.ctl is not applied: it is held on
      *> prior-period-adjust.dat until finance approves it through
      *> PERIOD-ADJ-APPROVE, which then writes its reference.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "payment-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO "payment-references.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCE-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "payment-posting-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO "batch-balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-CONTROL-STATUS.
           SELECT WRITEOFF-ACCOUNT-FILE
               ASSIGN TO "writeoff-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-ACCOUNT-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO "account-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIERARCHY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY POSTJRNL.

      *> The payment journal's POSTJRNL shape has no room for the
      *> remitter's reference, so it rides alongside in its own
      *> trail, opened EXTEND the same way.
       FD REFERENCE-FILE.
       COPY PAYREF.

      *> Records the run date last applied, so an accidental rerun
      *> of the same remittance file is refused instead of silently
      *> crediting every payment twice - the same protection
       FD BALANCE-CONTROL-FILE.
       COPY BALCTL.

       FD WRITEOFF-ACCOUNT-FILE.
       COPY WOFFREC.

      *> Recoveries ride the shared ACCJRNL-shape adjustment journal
      *> BAD-DEBT-WRITEOFF writes its write-offs to.
       FD ADJUSTMENT-JOURNAL-FILE.
       COPY ACCJRNL.

       FD HIERARCHY-FILE.
       COPY ACCTHIER.

       WORKING-STORAGE SECTION.
       01 BALANCE-CONTROL-STATUS PIC X(2).
       01 REMIT-FILE-STATUS    PIC X(2).
       01 CUST-MASTER-STATUS   PIC X(2).
       01 SUSPENSE-FILE-STATUS PIC X(2).
       01 JOURNAL-FILE-STATUS  PIC X(2).
       01 REFERENCE-FILE-STATUS PIC X(2).
       01 RUN-HISTORY-STATUS   PIC X(2).
       01 WRITEOFF-ACCOUNT-STATUS   PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).

       01 REMIT-EOF-FLAG       PIC X VALUE "N".
          88 REMIT-AT-END      VALUE "Y".
       01 WRITEOFF-EOF-FLAG    PIC X VALUE "N".
          88 WRITEOFF-AT-END   VALUE "Y".

      *> Accounts BAD-DEBT-WRITEOFF has written off, with how much
      *> of each write-off is still to come back; written back
      *> whole when a recovery was booked against any of them.
       01 WOFF-COUNT PIC S9(4) COMP VALUE 0.
       01 WOFF-TABLE.
          05 WOFF-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON WOFF-COUNT
                        INDEXED BY WOFF-IDX.
             10 WT-CUST-ID          PIC 9(6).
             10 WT-FIRST-DATE       PIC X(8).
             10 WT-LAST-DATE        PIC X(8).
             10 WT-AMOUNT-WRITTEN   PIC 9(8)V99.
             10 WT-AMOUNT-RECOVERED PIC 9(8)V99.
       01 WOFF-OVERFLOW-FLAG   PIC X VALUE "N".
          88 WOFF-TABLE-OVERFLOWED VALUE "Y".

       01 RECOVERY-AMOUNT      PIC S9(8)V99.
       01 RECOVERABLE-AMOUNT   PIC S9(8)V99.
       01 REINSTATED-BALANCE   PIC S9(8)V99.
       01 RECOVERY-COUNT       PIC 9(6) VALUE 0.
       01 TOTAL-RECOVERED      PIC S9(9)V99 VALUE 0.

      *> Bill-to hierarchy off account-hierarchy.dat, and the
      *> family being paid for by the current remittance: each
      *> member's ID and what it owes, parent first.
       01 HIERARCHY-FILE-STATUS PIC X(2).
       01 HIERARCHY-EOF-FLAG  PIC X VALUE "N".
          88 HIERARCHY-AT-END VALUE "Y".
       01 HIER-COUNT PIC S9(4) COMP VALUE 0.
       01 HIER-TABLE.
          05 HIER-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON HIER-COUNT
                        INDEXED BY HIER-IDX.
             10 HR-CHILD-ID      PIC 9(6).
             10 HR-PARENT-ID     PIC 9(6).
       01 HIER-IDX-WORK       PIC S9(4) COMP.
       01 PARENT-FLAG         PIC X.
          88 REMITTER-IS-PARENT VALUE "Y".
       01 MEMBER-COUNT PIC S9(4) COMP VALUE 0.
       01 MEMBER-TABLE.
          05 MEMBER-ENTRY OCCURS 0 TO 501 TIMES
                          DEPENDING ON MEMBER-COUNT.
             10 MB-CUST-ID       PIC 9(6).
             10 MB-DEBT          PIC S9(8)V99.
       01 MEMBER-IDX          PIC S9(4) COMP.
       01 FAMILY-DEBT         PIC S9(9)V99.
       01 SPREAD-REMAINING    PIC S9(4)V99.
       01 SPREAD-PIECE        PIC S9(4)V99.
       01 SPREAD-COUNT        PIC 9(6) VALUE 0.
       01 SPREAD-LINE-COUNT   PIC 9(6) VALUE 0.
       01 SPREAD-APPLIED      PIC S9(4)V99.
       01 SPREAD-HELD-COUNT   PIC 9(6) VALUE 0.
       01 SPREAD-HELD-ED      PIC Z,ZZ9.99.

       01 PAYMENT-AMOUNT   PIC S9(4)V99.
       01 SUSPENSE-REASON  PIC X(10).
       01 REMIT-COUNT      PIC 9(6) VALUE 0.
       01 APPLIED-COUNT    PIC 9(6) VALUE 0.
       01 SUSPENSE-COUNT   PIC 9(6) VALUE 0.
       01 LATE-ITEM-COUNT  PIC 9(6) VALUE 0.
       01 TOTAL-APPLIED    PIC S9(9)V99 VALUE 0.
       01 TOTAL-APPLIED-ED PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 TODAYS-DATE-TAG  PIC X(8).

      *> A remittance dated in a month MONTH-END-CLOSE has closed is
      *> not applied; it is handed to PERIOD-ADJ-WRITER for
      *> finance's prior-period approval.
       01 PERIOD-CLOSED-FLAG PIC X.
          88 PERIOD-IS-CLOSED VALUE "Y".
       COPY PPADJ.

       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 ABORT-DUPLICATE-RUN PIC X VALUE "N".
          88 DUPLICATE-RUN-DETECTED VALUE "Y".
               STOP RUN
           END-IF

           PERFORM LOAD-WRITTEN-OFF-ACCOUNTS
           IF WOFF-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "writeoff-accounts.dat holds more than 500 "
                   "accounts - nothing applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE REMIT-FILE
               CLOSE CUSTOMER-MASTER
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> EXTEND preserves the existing suspense and journal trails;
      *> only a brand new file (OPEN EXTEND fails because it doesn't
      *> exist yet) falls back to OPEN OUTPUT to create it.
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           OPEN EXTEND REFERENCE-FILE
           IF REFERENCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT REFERENCE-FILE
           END-IF

           PERFORM LOAD-HIERARCHY

           OPEN EXTEND ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-JOURNAL-FILE
           END-IF

           PERFORM UNTIL REMIT-AT-END
               READ REMIT-FILE
                   AT END SET REMIT-AT-END TO TRUE
           CLOSE CUSTOMER-MASTER
           CLOSE SUSPENSE-FILE
           CLOSE JOURNAL-FILE
           CLOSE REFERENCE-FILE
           CLOSE ADJUSTMENT-JOURNAL-FILE

           IF RECOVERY-COUNT > 0
               PERFORM SAVE-WRITTEN-OFF-ACCOUNTS
           END-IF

           PERFORM WRITE-RUN-HISTORY

           DISPLAY "Remittances read:      " REMIT-COUNT
           DISPLAY "Payments applied:      " APPLIED-COUNT
           DISPLAY "Held in suspense:      " SUSPENSE-COUNT
           DISPLAY "Late-dated (held):     " LATE-ITEM-COUNT
           DISPLAY "Spread across family:  " SPREAD-COUNT
           DISPLAY "Family lines credited: " SPREAD-LINE-COUNT
           DISPLAY "Spread remainders held:" SPREAD-HELD-COUNT
           DISPLAY "Total amount applied: $" TOTAL-APPLIED-ED
           MOVE TOTAL-RECOVERED TO TOTAL-APPLIED-ED
           DISPLAY "Bad-debt recoveries:   " RECOVERY-COUNT
           DISPLAY "Total recovered:      $" TOTAL-APPLIED-ED

           IF SUSPENSE-COUNT > 0 OR SPREAD-HELD-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               STRING "Unapplied remittances written to "
                   "payment-suspense.txt"
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF LATE-ITEM-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Remittances dated in a closed month held on "
                   "prior-period-adjust.dat"
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

       POST-ONE-PAYMENT.
           MOVE PRM-AMOUNT  TO PAYMENT-AMOUNT
           CALL "PERIOD-CHECK" USING
               BY REFERENCE PRM-PAY-DATE
               BY REFERENCE PERIOD-CLOSED-FLAG
           IF PERIOD-IS-CLOSED
               PERFORM ROUTE-LATE-ITEM
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FOR-PARENT
           IF REMITTER-IS-PARENT
               PERFORM SPREAD-FAMILY-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
      *> interest charge already use). A remittance larger than the
      *> debt would push the account past zero; that is an
      *> overpayment and is held, not applied - crediting it would
      *> just hide money we owe back. On a written-off account the
      *> excess is a recovery instead, provided the write-offs not
      *> yet recovered cover all of it: that much is reinstated on
      *> the balance first, so the payment then lands exactly at
      *> zero.
       APPLY-PAYMENT.
           MOVE 0 TO RECOVERY-AMOUNT
           IF CM-CUST-BALANCE + PAYMENT-AMOUNT > 0
               PERFORM CHECK-FOR-RECOVERY
               IF RECOVERY-AMOUNT = 0
                   MOVE "OVERPAY"   TO SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CM-CUST-BALANCE TO REINSTATED-BALANCE
           SUBTRACT RECOVERY-AMOUNT FROM CM-CUST-BALANCE
           MOVE TODAYS-DATE-TAG   TO PJ-RUN-DATE
           MOVE SPACES            TO PJ-SALE-DETAIL
           MOVE CM-CUST-ID        TO PJ-CUST-ID
           MOVE PAYMENT-AMOUNT    TO PJ-AMOUNT
           MOVE CM-CUST-BALANCE   TO PJ-BALANCE-BEFORE

           ADD PAYMENT-AMOUNT TO CM-CUST-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               STRING "Could not rewrite master record for ID "
                   PJ-CUST-ID ", status " CUST-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           ELSE
               IF RECOVERY-AMOUNT > 0
                   PERFORM WRITE-RECOVERY-JOURNAL
               END-IF
               MOVE CM-CUST-BALANCE TO PJ-BALANCE-AFTER
               WRITE POSTING-JOURNAL-RECORD
               PERFORM WRITE-PAYMENT-REFERENCE
               ADD 1 TO APPLIED-COUNT
               ADD PAYMENT-AMOUNT TO TOTAL-APPLIED
           END-IF.

      *> One reference record per remittance, under the ID it was
      *> sent for - a family spread is still one deposit at the
      *> bank. PAYMENT-AMOUNT is what was applied of it.
       WRITE-PAYMENT-REFERENCE.
           MOVE SPACES          TO PAYMENT-REFERENCE-RECORD
           MOVE TODAYS-DATE-TAG TO PR-RUN-DATE
           MOVE PRM-CUST-ID     TO PR-CUST-ID
           MOVE PAYMENT-AMOUNT  TO PR-AMOUNT
           MOVE PRM-PAY-DATE    TO PR-PAY-DATE
           MOVE PRM-REFERENCE   TO PR-REFERENCE
           WRITE PAYMENT-REFERENCE-RECORD.

       CHECK-FOR-PARENT.
           MOVE "N" TO PARENT-FLAG
           IF HIER-COUNT > 0
               SET HIER-IDX TO 1
               SEARCH HIER-ENTRY
                   AT END CONTINUE
                   WHEN HR-PARENT-ID(HIER-IDX) = PRM-CUST-ID
                       SET REMITTER-IS-PARENT TO TRUE
               END-SEARCH
           END-IF.

      *> A parent's remittance: the family's debts are gathered
      *> first, so the remittance is either applied in full or
      *> held in full - never half-applied. Each account credited
      *> is read, rewritten, and journaled exactly as a single
      *> payment is; write-off recovery does not apply to a spread.
      *> A member that cannot be read or rewritten once the spread
      *> has started leaves part of the money uncredited: with
      *> nothing credited the remittance is held whole, otherwise
      *> what was credited is applied and referenced and the rest
      *> held, so neither the hash nor a rerun counts money that
      *> never reached an account.
       SPREAD-FAMILY-PAYMENT.
           MOVE 0 TO MEMBER-COUNT
           MOVE 0 TO FAMILY-DEBT
           MOVE PRM-CUST-ID TO CM-CUST-ID
           PERFORM NOTE-MEMBER-DEBT
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-PARENT-ID(HIER-IDX-WORK) = PRM-CUST-ID
                   MOVE HR-CHILD-ID(HIER-IDX-WORK) TO CM-CUST-ID
                   PERFORM NOTE-MEMBER-DEBT
               END-IF
           END-PERFORM

           IF FAMILY-DEBT < PAYMENT-AMOUNT
               MOVE "OVERPAY"   TO SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE PAYMENT-AMOUNT TO SPREAD-REMAINING
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
               UNTIL MEMBER-IDX > MEMBER-COUNT
                  OR SPREAD-REMAINING = 0
               IF MB-DEBT(MEMBER-IDX) < SPREAD-REMAINING
                   MOVE MB-DEBT(MEMBER-IDX) TO SPREAD-PIECE
               ELSE
                   MOVE SPREAD-REMAINING TO SPREAD-PIECE
               END-IF
               PERFORM APPLY-SPREAD-PIECE
           END-PERFORM

           IF SPREAD-REMAINING = PAYMENT-AMOUNT
               MOVE "SPREADERR" TO SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE SPREAD-APPLIED = PAYMENT-AMOUNT - SPREAD-REMAINING
           IF SPREAD-REMAINING > 0
               PERFORM HOLD-SPREAD-REMAINDER
           END-IF
           MOVE SPREAD-APPLIED TO PAYMENT-AMOUNT
           PERFORM WRITE-PAYMENT-REFERENCE
           ADD 1 TO APPLIED-COUNT
           ADD 1 TO SPREAD-COUNT
           ADD PAYMENT-AMOUNT TO TOTAL-APPLIED.

      *> The part of a spread no account took. The remittance line
      *> itself counts as applied, so the held remainder is not a
      *> suspense disposition for the balancer; its suspense line
      *> is the remittance with the amount column set to what is
      *> still to be placed, ready to be corrected and re-dropped.
       HOLD-SPREAD-REMAINDER.
           ADD 1 TO SPREAD-HELD-COUNT
           SET JOB-RC-WARNING TO TRUE
           MOVE SPREAD-REMAINING TO SPREAD-HELD-ED
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Family payment from ID " PRM-CUST-ID-X
               " part applied - " SPREAD-HELD-ED
               " held as SPREADERR"
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT
           MOVE SPREAD-REMAINING TO PRM-AMOUNT
           MOVE "SPREADERR" TO SUSPENSE-REASON
           PERFORM WRITE-SUSPENSE-LINE
           MOVE PAYMENT-AMOUNT TO PRM-AMOUNT.

      *> Adds the account in CM-CUST-ID to the member table when it
      *> is on the master and owes us money.
       NOTE-MEMBER-DEBT.
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CM-CUST-BALANCE < 0
                       ADD 1 TO MEMBER-COUNT
                       MOVE CM-CUST-ID TO MB-CUST-ID(MEMBER-COUNT)
                       COMPUTE MB-DEBT(MEMBER-COUNT) =
                           0 - CM-CUST-BALANCE
                       ADD MB-DEBT(MEMBER-COUNT) TO FAMILY-DEBT
                   END-IF
           END-READ.

       APPLY-SPREAD-PIECE.
           MOVE MB-CUST-ID(MEMBER-IDX) TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE TODAYS-DATE-TAG   TO PJ-RUN-DATE
           MOVE SPACES            TO PJ-SALE-DETAIL
           MOVE CM-CUST-ID        TO PJ-CUST-ID
           MOVE SPREAD-PIECE      TO PJ-AMOUNT
           MOVE CM-CUST-BALANCE   TO PJ-BALANCE-BEFORE
           ADD SPREAD-PIECE TO CM-CUST-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite master record for ID "
                   PJ-CUST-ID ", status " CUST-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           ELSE
               MOVE CM-CUST-BALANCE TO PJ-BALANCE-AFTER
               WRITE POSTING-JOURNAL-RECORD
               SUBTRACT SPREAD-PIECE FROM SPREAD-REMAINING
               ADD 1 TO SPREAD-LINE-COUNT
           END-IF.

       LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = "00"
               PERFORM UNTIL HIERARCHY-AT-END
                   READ HIERARCHY-FILE
                       AT END SET HIERARCHY-AT-END TO TRUE
                       NOT AT END
                           IF HIER-COUNT < 500
                               ADD 1 TO HIER-COUNT
                               MOVE AH-CHILD-ID
                                   TO HR-CHILD-ID(HIER-COUNT)
                               MOVE AH-PARENT-ID
                                   TO HR-PARENT-ID(HIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.

      *> Sets RECOVERY-AMOUNT to the excess over the debt when the
      *> account is on the written-off list with at least that much
      *> still unrecovered; otherwise it stays zero and the caller
      *> suspends the remittance as before.
       CHECK-FOR-RECOVERY.
           SET WOFF-IDX TO 1
           SEARCH WOFF-ENTRY
               AT END
                   CONTINUE
               WHEN WT-CUST-ID(WOFF-IDX) = CM-CUST-ID
                   COMPUTE RECOVERABLE-AMOUNT =
                       WT-AMOUNT-WRITTEN(WOFF-IDX)
                       - WT-AMOUNT-RECOVERED(WOFF-IDX)
                   IF CM-CUST-BALANCE + PAYMENT-AMOUNT
                           <= RECOVERABLE-AMOUNT
                       COMPUTE RECOVERY-AMOUNT =
                           CM-CUST-BALANCE + PAYMENT-AMOUNT
                   END-IF
           END-SEARCH.

      *> The reinstatement step, journaled with its own before/after
      *> images so the chain runs reinstatement then payment; WOFF-IDX
      *> still points at the account's entry from the search.
       WRITE-RECOVERY-JOURNAL.
           MOVE SPACES             TO ACCRUAL-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG    TO AJ-RUN-DATE
           MOVE CM-CUST-ID         TO AJ-CUST-ID
           MOVE "RECOVERY"         TO AJ-CHARGE-TYPE
           COMPUTE AJ-AMOUNT = 0 - RECOVERY-AMOUNT
           MOVE REINSTATED-BALANCE TO AJ-BALANCE-BEFORE
           MOVE PJ-BALANCE-BEFORE  TO AJ-BALANCE-AFTER
           WRITE ACCRUAL-JOURNAL-RECORD
           ADD RECOVERY-AMOUNT TO WT-AMOUNT-RECOVERED(WOFF-IDX)
           ADD 1 TO RECOVERY-COUNT
           ADD RECOVERY-AMOUNT TO TOTAL-RECOVERED.

       LOAD-WRITTEN-OFF-ACCOUNTS.
           OPEN INPUT WRITEOFF-ACCOUNT-FILE
           IF WRITEOFF-ACCOUNT-STATUS = "00"
               PERFORM UNTIL WRITEOFF-AT-END
                   READ WRITEOFF-ACCOUNT-FILE
                       AT END SET WRITEOFF-AT-END TO TRUE
                       NOT AT END
                           IF WOFF-COUNT < 500
                               ADD 1 TO WOFF-COUNT
                               MOVE WO-CUST-ID
                                   TO WT-CUST-ID(WOFF-COUNT)
                               MOVE WO-FIRST-DATE
                                   TO WT-FIRST-DATE(WOFF-COUNT)
                               MOVE WO-LAST-DATE
                                   TO WT-LAST-DATE(WOFF-COUNT)
                               MOVE WO-AMOUNT-WRITTEN
                                   TO WT-AMOUNT-WRITTEN(WOFF-COUNT)
                               MOVE WO-AMOUNT-RECOVERED
                                   TO WT-AMOUNT-RECOVERED(WOFF-COUNT)
                           ELSE
                               SET WOFF-TABLE-OVERFLOWED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-ACCOUNT-FILE
           END-IF.

      *> Written back whole so the recovered-to-date totals carry
      *> forward - BAD-DEBT-WRITEOFF's allowance roll-forward reads
      *> its recoveries from them.
       SAVE-WRITTEN-OFF-ACCOUNTS.
           OPEN OUTPUT WRITEOFF-ACCOUNT-FILE
           IF WRITEOFF-ACCOUNT-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               STRING "Could not rewrite writeoff-accounts.dat, "
                   "status " WRITEOFF-ACCOUNT-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WOFF-IDX FROM 1 BY 1
               UNTIL WOFF-IDX > WOFF-COUNT
               MOVE SPACES TO WRITEOFF-ACCOUNT-RECORD
               MOVE WT-CUST-ID(WOFF-IDX)    TO WO-CUST-ID
               MOVE WT-FIRST-DATE(WOFF-IDX) TO WO-FIRST-DATE
               MOVE WT-LAST-DATE(WOFF-IDX)  TO WO-LAST-DATE
               MOVE WT-AMOUNT-WRITTEN(WOFF-IDX)
                   TO WO-AMOUNT-WRITTEN
               MOVE WT-AMOUNT-RECOVERED(WOFF-IDX)
                   TO WO-AMOUNT-RECOVERED
               WRITE WRITEOFF-ACCOUNT-RECORD
           END-PERFORM
           CLOSE WRITEOFF-ACCOUNT-FILE.

      *> The payment is held, not applied: the balance is left as
      *> it stands until finance approves it through
      *> PERIOD-ADJ-APPROVE, which applies it and writes its
      *> reference for DEPOSIT-RECON.
       ROUTE-LATE-ITEM.
           ADD 1 TO LATE-ITEM-COUNT
           MOVE SPACES            TO PRIOR-PERIOD-ADJ-RECORD
           MOVE "PAYMENT-POSTING" TO PPA-SOURCE-JOB
           MOVE TODAYS-DATE-TAG   TO PPA-RUN-DATE
           MOVE PRM-PAY-DATE      TO PPA-TRANS-DATE
           MOVE PRM-PAY-DATE(1:6) TO PPA-PERIOD
           MOVE PRM-CUST-ID       TO PPA-CUST-ID
           MOVE PAYMENT-AMOUNT    TO PPA-AMOUNT
           MOVE PRM-REFERENCE     TO PPA-REFERENCE
           MOVE REMIT-RECORD      TO PPA-ORIGINAL-TEXT
           CALL "PERIOD-ADJ-WRITER" USING
               BY REFERENCE PRIOR-PERIOD-ADJ-RECORD.

      *> SUSPENSE-REASON is set by the caller; the record is blanked
      *> first so the separator bytes come out as spaces.
       WRITE-SUSPENSE-RECORD.
           ADD 1 TO SUSPENSE-COUNT
           PERFORM WRITE-SUSPENSE-LINE.

       WRITE-SUSPENSE-LINE.
           MOVE SPACES           TO SUSPENSE-RECORD
           MOVE TODAYS-DATE-TAG  TO SUSP-RUN-DATE
           MOVE PRM-CUST-ID-X    TO SUSP-CUST-ID
           WRITE SUSPENSE-RECORD.

      *> This job's link in the balancing chain: remittances read,
      *> applied, and held in suspense, with those held as dated in
      *> a closed month as "other" and the amount applied as the
      *> hash - BATCH-BALANCER proves every remittance line is
      *> accounted for one way or the other.
       WRITE-BALANCE-CONTROL.
           OPEN EXTEND BALANCE-CONTROL-FILE
               MOVE REMIT-COUNT       TO BAL-RECORDS-IN
               MOVE APPLIED-COUNT     TO BAL-OUT-ACCEPTED
               MOVE SUSPENSE-COUNT    TO BAL-OUT-REJECTED
               MOVE LATE-ITEM-COUNT   TO BAL-OUT-OTHER
               MOVE TOTAL-APPLIED     TO BAL-AMOUNT-HASH
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-CONTROL-FILE
