       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ADJ-APPROVE.

      *> Finance's approval step for prior-period adjustments. The
      *> posting jobs (SALES-POSTING, PAYMENT-POSTING, ACCRUAL,
      *> REFUND-ISSUE) hold anything dated in a month
      *> MONTH-END-CLOSE has already closed on
      *> prior-period-adjust.dat instead of posting it; nothing
      *> held there reaches an account until finance lists it in
      *> period-adj-approvals.txt. Each approval books one pending
      *> item one of two ways:
      *>   B - into the current period: the item is booked today,
      *>       and stamped with the current month as the period it
      *>       was booked to;
      *>   R - into its own period, reopened under audit: if that
      *>       month is still closed a reopen record is appended to
      *>       month-end-close.ctl naming the approver and the
      *>       adjustment, so the month stays open until
      *>       MONTH-END-CLOSE closes it again, and the item is
      *>       stamped with its own month.
      *> Either way the account is updated with a keyed
      *> READ/REWRITE and journaled with the balance either side
      *> to adjustment-journal.txt under the PRIORPER charge type,
      *> carrying the adjustment number in AJ-REFERENCE - the
      *> cross-reference from the ledger back to the held item -
      *> so RECON-DETAIL nets it, GL-EXTRACT books it, and
      *> MASTER-RECOVERY can replay it. A booked remittance also
      *> gets its payment-references.dat record for DEPOSIT-RECON,
      *> and a booked refund its check-issuance line on
      *> refund-extract.txt. The item itself is stamped with the
      *> outcome, the date, the period and the approver, and every
      *> approval - booked or refused - is listed on
      *> period-adj-register.txt. An approval is refused if the
      *> number is not on file or not pending, the action or the
      *> approver is missing, the account is gone, or - for a
      *> refund - the account's credit no longer covers it.
      *> Refusals end the job with a warning.
      *>
      *> period-adj-approvals.txt: column 1 the action (B or R),
      *> 3-8 the adjustment number, 11-18 the approver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "period-adj-approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "prior-period-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT CLOSE-CONTROL-FILE
               ASSIGN TO "month-end-close.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-CONTROL-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO "payment-references.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFERENCE-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "refund-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "period-adj-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
          05 AP-ACTION        PIC X(1).
             88 AP-BOOK-CURRENT   VALUE "B".
             88 AP-REOPEN-PERIOD  VALUE "R".
          05 FILLER           PIC X(1).
          05 AP-ADJ-ID-X      PIC X(6).
          05 AP-ADJ-ID REDEFINES AP-ADJ-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 AP-APPROVER      PIC X(8).

      *> Held whole in storage and written back whole (PPADJ
      *> layout).
       FD ADJUST-FILE.
       01 ADJUST-FILE-RECORD  PIC X(161).

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD ADJUSTMENT-JOURNAL-FILE.
       COPY ACCJRNL.

       FD CLOSE-CONTROL-FILE.
       COPY CLOSECTL.

       FD REFERENCE-FILE.
       COPY PAYREF.

      *> REFUND-ISSUE's check-issuance layout.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
          05 RFX-CUST-ID      PIC 9(6).
          05 FILLER           PIC X(2).
          05 RFX-CUST-NAME    PIC X(50).
          05 FILLER           PIC X(2).
          05 RFX-AMOUNT       PIC 9(8).99.
          05 FILLER           PIC X(2).
          05 RFX-RUN-DATE     PIC X(8).

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 APPROVAL-FILE-STATUS      PIC X(2).
       01 ADJUST-FILE-STATUS        PIC X(2).
       01 CUST-MASTER-STATUS        PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).
       01 CLOSE-CONTROL-STATUS      PIC X(2).
       01 REFERENCE-FILE-STATUS     PIC X(2).
       01 EXTRACT-FILE-STATUS       PIC X(2).

       01 APPROVAL-EOF-FLAG   PIC X VALUE "N".
          88 APPROVAL-AT-END  VALUE "Y".
       01 ADJUST-EOF-FLAG     PIC X VALUE "N".
          88 ADJUST-AT-END    VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).

      *> Every prior-period item on file, loaded whole and written
      *> back whole at the end of the run, the way DISPUTE-MAINT
      *> keeps sales-disputes.dat.
       01 ADJUST-COUNT PIC S9(4) COMP VALUE 0.
       01 ADJUST-TABLE.
          05 ADJUST-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON ADJUST-COUNT
                          INDEXED BY ADJ-IDX.
             10 AT-RECORD     PIC X(161).
       01 ADJUST-OVERFLOW-FLAG PIC X VALUE "N".
          88 ADJUST-TABLE-OVERFLOWED VALUE "Y".

       COPY PPADJ.

      *> Months this run has already reopened, so a second item for
      *> the same month does not reopen it twice.
       01 REOPENED-COUNT PIC S9(4) COMP VALUE 0.
       01 REOPENED-TABLE.
          05 REOPENED-ENTRY OCCURS 0 TO 100 TIMES
                            DEPENDING ON REOPENED-COUNT
                            INDEXED BY REO-IDX.
             10 RO-MONTH      PIC X(6).
       01 REOPENED-FLAG       PIC X VALUE "N".
          88 MONTH-REOPENED-THIS-RUN VALUE "Y".
       01 PERIOD-CLOSED-FLAG  PIC X.
          88 PERIOD-IS-CLOSED VALUE "Y".

       01 BOOK-AMOUNT         PIC S9(8)V99.
       01 REFUSE-REASON       PIC X(40).
       01 APPROVAL-COUNT      PIC 9(6) VALUE 0.
       01 BOOKED-CURRENT-COUNT  PIC 9(6) VALUE 0.
       01 BOOKED-REOPENED-COUNT PIC 9(6) VALUE 0.
       01 REFUSED-COUNT       PIC 9(6) VALUE 0.
       01 PERIODS-REOPENED    PIC 9(6) VALUE 0.
       01 TOTAL-BOOKED        PIC S9(9)V99 VALUE 0.
       01 TOTAL-BOOKED-ED     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-ED           PIC -ZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PERIOD-ADJ-APPROVE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Prior-Period Adjustment Approval"
           DISPLAY "================================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT APPROVAL-FILE
           IF APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "No period-adj-approvals.txt on file - "
                   "nothing approved."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ADJUSTMENTS
           IF ADJUST-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "prior-period-adjust.dat holds more than 2000 "
                   "items - nothing approved"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE APPROVAL-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "customer-master.idx not found - run "
                   "CUST-MASTER-LOAD first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE APPROVAL-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-JOURNAL-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REGISTER-HEADER

           PERFORM UNTIL APPROVAL-AT-END
               READ APPROVAL-FILE
                   AT END SET APPROVAL-AT-END TO TRUE
                   NOT AT END
                       IF APPROVAL-RECORD NOT = SPACES
                           PERFORM APPROVE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-BOOKED TO TOTAL-BOOKED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  BOOKED CURRENT: " BOOKED-CURRENT-COUNT
               "  REOPENED: " BOOKED-REOPENED-COUNT
               "  REFUSED: " REFUSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL BOOKED: " TOTAL-BOOKED-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE APPROVAL-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ADJUSTMENT-JOURNAL-FILE
           CLOSE REPORT-FILE

           IF BOOKED-CURRENT-COUNT > 0 OR BOOKED-REOPENED-COUNT > 0
               PERFORM SAVE-ADJUSTMENTS
           END-IF

           DISPLAY "Approvals read:        " APPROVAL-COUNT
           DISPLAY "Booked current period: " BOOKED-CURRENT-COUNT
           DISPLAY "Booked, reopened:      " BOOKED-REOPENED-COUNT
           DISPLAY "Periods reopened:      " PERIODS-REOPENED
           DISPLAY "Refused:               " REFUSED-COUNT
           DISPLAY "Total booked:         $" TOTAL-BOOKED-ED
           DISPLAY "Wrote period-adj-register.txt"

           IF REFUSED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE REFUSED-COUNT TO COUNT-ED
               MOVE SPACES TO ERRLOG-TEXT
               STRING FUNCTION TRIM(COUNT-ED)
                   " prior-period approvals refused - see "
                   "period-adj-register.txt"
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

       LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADJUST-AT-END
               READ ADJUST-FILE
                   AT END SET ADJUST-AT-END TO TRUE
                   NOT AT END
                       IF ADJUST-COUNT < 2000
                           ADD 1 TO ADJUST-COUNT
                           MOVE ADJUST-FILE-RECORD
                               TO AT-RECORD(ADJUST-COUNT)
                       ELSE
                           SET ADJUST-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUST-FILE.

      *> One approval line: the item must be on file and pending,
      *> the action and the approver given, and the account still
      *> on the master.
       APPROVE-ONE-ITEM.
           ADD 1 TO APPROVAL-COUNT
           MOVE SPACES TO REFUSE-REASON
           MOVE SPACES TO PRIOR-PERIOD-ADJ-RECORD
           EVALUATE TRUE
               WHEN AP-ADJ-ID-X IS NOT NUMERIC
                   MOVE "adjustment number is not numeric"
                       TO REFUSE-REASON
               WHEN NOT AP-BOOK-CURRENT AND NOT AP-REOPEN-PERIOD
                   MOVE "action must be B or R" TO REFUSE-REASON
               WHEN AP-APPROVER = SPACES
                   MOVE "no approver given" TO REFUSE-REASON
           END-EVALUATE
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE "adjustment number not on file" TO REFUSE-REASON
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               IF AT-RECORD(ADJ-IDX)(1:6) = AP-ADJ-ID-X
                   MOVE SPACES TO REFUSE-REASON
                   MOVE AT-RECORD(ADJ-IDX) TO PRIOR-PERIOD-ADJ-RECORD
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF REFUSE-REASON = SPACES AND NOT PPA-PENDING
               MOVE "already decided" TO REFUSE-REASON
           END-IF
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-APPROVAL
               EXIT PARAGRAPH
           END-IF

           COMPUTE BOOK-AMOUNT = FUNCTION NUMVAL(PPA-AMOUNT)
           IF BOOK-AMOUNT > 999999.99 OR BOOK-AMOUNT < -999999.99
               MOVE "amount too large for the journal"
                   TO REFUSE-REASON
               PERFORM REFUSE-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE PPA-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "account not on the master" TO REFUSE-REASON
           END-READ
           IF REFUSE-REASON = SPACES AND
              PPA-SOURCE-JOB = "REFUND-ISSUE" AND
              CM-CUST-BALANCE + BOOK-AMOUNT < 0
               MOVE "credit no longer covers the refund"
                   TO REFUSE-REASON
           END-IF
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-APPROVAL
               EXIT PARAGRAPH
           END-IF

           PERFORM BOOK-ADJUSTMENT.

      *> The balance moves and the PRIORPER line is written only
      *> when the REWRITE took; the item is stamped only then too,
      *> so a failed rewrite leaves it pending for another run.
       BOOK-ADJUSTMENT.
           MOVE SPACES          TO ACCRUAL-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG TO AJ-RUN-DATE
           MOVE CM-CUST-ID      TO AJ-CUST-ID
           MOVE "PRIORPER"      TO AJ-CHARGE-TYPE
           MOVE BOOK-AMOUNT     TO AJ-AMOUNT
           MOVE CM-CUST-BALANCE TO AJ-BALANCE-BEFORE
           MOVE PPA-ADJ-ID      TO AJ-REFERENCE

           ADD BOOK-AMOUNT TO CM-CUST-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite master record for ID "
                   CM-CUST-ID ", status " CUST-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               MOVE "master rewrite failed" TO REFUSE-REASON
               PERFORM REFUSE-APPROVAL
               EXIT PARAGRAPH
           END-IF

           MOVE CM-CUST-BALANCE TO AJ-BALANCE-AFTER
           WRITE ACCRUAL-JOURNAL-RECORD
           ADD BOOK-AMOUNT TO TOTAL-BOOKED

           IF AP-REOPEN-PERIOD
               PERFORM REOPEN-PERIOD
               SET PPA-BOOKED-REOPENED TO TRUE
               MOVE PPA-PERIOD TO PPA-BOOKED-PERIOD
               ADD 1 TO BOOKED-REOPENED-COUNT
           ELSE
               SET PPA-BOOKED-CURRENT TO TRUE
               MOVE TODAYS-DATE-TAG(1:6) TO PPA-BOOKED-PERIOD
               ADD 1 TO BOOKED-CURRENT-COUNT
           END-IF
           MOVE TODAYS-DATE-TAG TO PPA-ACTION-DATE
           MOVE AP-APPROVER     TO PPA-APPROVED-BY
           MOVE PRIOR-PERIOD-ADJ-RECORD TO AT-RECORD(ADJ-IDX)

           EVALUATE PPA-SOURCE-JOB
               WHEN "PAYMENT-POSTING"
                   PERFORM WRITE-PAYMENT-REFERENCE
               WHEN "REFUND-ISSUE"
                   PERFORM WRITE-REFUND-EXTRACT
           END-EVALUATE

           PERFORM WRITE-BOOKED-LINE.

      *> A month still closed gets a reopen record naming the
      *> approver and the adjustment; one already open - never
      *> closed, reopened earlier, or reopened by this run - is
      *> booked into as it stands.
       REOPEN-PERIOD.
           MOVE "N" TO REOPENED-FLAG
           IF REOPENED-COUNT > 0
               SET REO-IDX TO 1
               SEARCH REOPENED-ENTRY
                   AT END CONTINUE
                   WHEN RO-MONTH(REO-IDX) = PPA-PERIOD
                       SET MONTH-REOPENED-THIS-RUN TO TRUE
               END-SEARCH
           END-IF
           IF MONTH-REOPENED-THIS-RUN
               EXIT PARAGRAPH
           END-IF

           CALL "PERIOD-CHECK" USING
               BY REFERENCE PPA-TRANS-DATE
               BY REFERENCE PERIOD-CLOSED-FLAG
           IF NOT PERIOD-IS-CLOSED
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CLOSE-CONTROL-FILE
           IF CLOSE-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-CONTROL-FILE
           END-IF
           IF CLOSE-CONTROL-STATUS = "00"
               MOVE SPACES          TO CLOSE-CONTROL-RECORD
               MOVE PPA-PERIOD      TO CLOSED-MONTH
               SET CLOSE-IS-REOPEN  TO TRUE
               MOVE TODAYS-DATE-TAG TO CLOSE-ACTION-DATE
               MOVE AP-APPROVER     TO CLOSE-ACTION-BY
               MOVE AP-ADJ-ID-X     TO CLOSE-ADJ-ID
               WRITE CLOSE-CONTROL-RECORD
               CLOSE CLOSE-CONTROL-FILE
               ADD 1 TO PERIODS-REOPENED
               DISPLAY "Reopened " PPA-PERIOD " for adjustment "
                   PPA-ADJ-ID
           END-IF
           IF REOPENED-COUNT < 100
               ADD 1 TO REOPENED-COUNT
               MOVE PPA-PERIOD TO RO-MONTH(REOPENED-COUNT)
           END-IF.

      *> Tagged as a late approval: DEPOSIT-RECON reconciles it
      *> against the bank at its next run, but outside the count
      *> it hands off from PAYMENT-POSTING.
       WRITE-PAYMENT-REFERENCE.
           OPEN EXTEND REFERENCE-FILE
           IF REFERENCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT REFERENCE-FILE
           END-IF
           IF REFERENCE-FILE-STATUS = "00"
               MOVE SPACES          TO PAYMENT-REFERENCE-RECORD
               MOVE TODAYS-DATE-TAG TO PR-RUN-DATE
               MOVE PPA-CUST-ID     TO PR-CUST-ID
               MOVE BOOK-AMOUNT     TO PR-AMOUNT
               MOVE PPA-TRANS-DATE  TO PR-PAY-DATE
               MOVE PPA-REFERENCE   TO PR-REFERENCE
               SET PR-LATE-APPROVAL TO TRUE
               WRITE PAYMENT-REFERENCE-RECORD
               CLOSE REFERENCE-FILE
           END-IF.

      *> Added to whatever REFUND-ISSUE last cut, for the
      *> disbursement system's next pickup.
       WRITE-REFUND-EXTRACT.
           OPEN EXTEND EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXTRACT-FILE
           END-IF
           IF EXTRACT-FILE-STATUS = "00"
               MOVE SPACES          TO EXTRACT-RECORD
               MOVE CM-CUST-ID      TO RFX-CUST-ID
               MOVE CM-CUST-NAME    TO RFX-CUST-NAME
               COMPUTE RFX-AMOUNT = 0 - BOOK-AMOUNT
               MOVE TODAYS-DATE-TAG TO RFX-RUN-DATE
               WRITE EXTRACT-RECORD
               CLOSE EXTRACT-FILE
           END-IF.

       REFUSE-APPROVAL.
           ADD 1 TO REFUSED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " AP-ADJ-ID-X "  " AP-ACTION "  REFUSED - "
               REFUSE-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "Refused " AP-ADJ-ID-X " - " REFUSE-REASON.

       WRITE-BOOKED-LINE.
           MOVE BOOK-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " PPA-ADJ-ID "  " AP-ACTION "  "
               PPA-SOURCE-JOB " " PPA-CUST-ID " " AMOUNT-ED
               "  " PPA-PERIOD "->" PPA-BOOKED-PERIOD
               "  " PPA-APPROVED-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REGISTER-HEADER.
           MOVE "PRIOR-PERIOD ADJUSTMENT REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-------------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ADJ-ID  A  SOURCE JOB       ACCOUNT"
               "         AMOUNT  PERIOD        BY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       SAVE-ADJUSTMENTS.
           OPEN OUTPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite prior-period-adjust.dat, "
                   "status " ADJUST-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               MOVE AT-RECORD(ADJ-IDX) TO ADJUST-FILE-RECORD
               WRITE ADJUST-FILE-RECORD
           END-PERFORM
           CLOSE ADJUST-FILE.

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
