       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAD-DEBT-WRITEOFF.

      *> Bad-debt write-off batch. AR-AGING shows which debtors have
      *> sat in the 90+ bucket for months, but the only way to take
      *> an uncollectable balance off customer-master.idx was a
      *> hand-keyed CHG through CUST-MAINT - no journal trail, and
      *> nothing the ledger ever saw. This job reads the credit
      *> desk's approved write-off list, reduces (or zeroes) each
      *> account's debt with a keyed READ/REWRITE, and journals
      *> every write-off with the account's before/after balance to
      *> adjustment-journal.txt under its own WRITEOFF charge type,
      *> so RECON-DETAIL nets it, GL-EXTRACT books it to its own
      *> account class, and MASTER-RECOVERY can replay it. Each
      *> account written off is remembered in writeoff-accounts.dat
      *> so PAYMENT-POSTING can book a later remittance as a
      *> recovery rather than suspending it as an overpayment. The
      *> run prints a write-off register and rolls the
      *> allowance-for-doubtful-accounts forward - opening, less
      *> write-offs, plus recoveries, plus the provision that brings
      *> it to the policy percentage of the debt still on the book -
      *> keeping one history line per run in bad-debt-allowance.dat.
      *> Honors the run lock and refuses to run twice on the same
      *> business date unless WRITEOFF-RERUN-OVERRIDE=Y.
      *>
      *> writeoff-approved.txt: columns 1-6 the customer ID, 9-16
      *> the amount to write off as 999999V99 ("00000000" writes off
      *> the whole debt), 19-28 the approval reason code.
      *>
      *> allowance-policy.ctl: columns 1-6 the allowance to carry,
      *> as 99V9999 percent of total customer debt ("050000" =
      *> 5.0000%). Without it the allowance is rolled forward with
      *> no provision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> DYNAMIC: keyed READ/REWRITE for each approved account, then
      *> a sequential pass to total the debt left on the book.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT APPROVED-FILE ASSIGN TO "writeoff-approved.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVED-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "allowance-policy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT WRITEOFF-ACCOUNT-FILE
               ASSIGN TO "writeoff-accounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-ACCOUNT-STATUS.
           SELECT ALLOWANCE-HISTORY-FILE
               ASSIGN TO "bad-debt-allowance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOWANCE-HISTORY-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "writeoff-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "writeoff-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALLOWANCE-REPORT-FILE
               ASSIGN TO "allowance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD APPROVED-FILE.
       01 APPROVED-RECORD.
          05 APR-CUST-ID-X    PIC X(6).
          05 APR-CUST-ID REDEFINES APR-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 APR-AMOUNT-X     PIC X(8).
          05 APR-AMOUNT REDEFINES APR-AMOUNT-X
                              PIC 9(6)V99.
          05 FILLER           PIC X(2).
          05 APR-REASON       PIC X(10).

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 ALP-RATE-X       PIC X(6).
          05 ALP-RATE REDEFINES ALP-RATE-X
                              PIC 9(2)V9(4).

      *> The shared ACCJRNL shape, opened EXTEND so the journal
      *> accumulates across the period as the accrual journal does.
       FD JOURNAL-FILE.
       COPY ACCJRNL.

       FD WRITEOFF-ACCOUNT-FILE.
       COPY WOFFREC.

      *> One line per run: the allowance rolled forward, with the
      *> recoveries-to-date total the next run's recoveries are
      *> measured from.
       FD ALLOWANCE-HISTORY-FILE.
       01 ALLOWANCE-HISTORY-RECORD.
          05 ALW-RUN-DATE       PIC X(8).
          05 FILLER             PIC X(2).
          05 ALW-OPENING        PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-WRITTEN-OFF    PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-RECOVERED      PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-PROVISION      PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-CLOSING        PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-TOTAL-DEBT     PIC S9(9)V99.
          05 FILLER             PIC X(2).
          05 ALW-CUM-RECOVERED  PIC S9(9)V99.

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
          05 RUNHIST-RUN-DATE PIC X(8).

       FD REGISTER-FILE.
       01 REGISTER-LINE       PIC X(100).

       FD ALLOWANCE-REPORT-FILE.
       01 ALLOWANCE-LINE      PIC X(100).

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS       PIC X(2).
       01 APPROVED-FILE-STATUS     PIC X(2).
       01 POLICY-FILE-STATUS       PIC X(2).
       01 JOURNAL-FILE-STATUS      PIC X(2).
       01 WRITEOFF-ACCOUNT-STATUS  PIC X(2).
       01 ALLOWANCE-HISTORY-STATUS PIC X(2).
       01 RUN-HISTORY-STATUS       PIC X(2).

       01 APPROVED-EOF-FLAG   PIC X VALUE "N".
          88 APPROVED-AT-END  VALUE "Y".
       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".
       01 WRITEOFF-EOF-FLAG   PIC X VALUE "N".
          88 WRITEOFF-AT-END  VALUE "Y".
       01 ALLOWANCE-EOF-FLAG  PIC X VALUE "N".
          88 ALLOWANCE-AT-END VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 ABORT-DUPLICATE-RUN PIC X VALUE "N".
          88 DUPLICATE-RUN-DETECTED VALUE "Y".

       01 ALLOWANCE-RATE      PIC 9(2)V9(4) VALUE 0.
       01 POLICY-PRESENT      PIC X VALUE "N".
          88 HAVE-ALLOWANCE-POLICY VALUE "Y".

      *> Every account ever written off, loaded whole and written
      *> back whole at the end of the run (the file is small and
      *> sequential, the way CUST-MAINT handles the xref).
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
       01 WOFF-OVERFLOW-FLAG  PIC X VALUE "N".
          88 WOFF-TABLE-OVERFLOWED VALUE "Y".

       01 EXCEPTION-REASON    PIC X(10).
       01 CAPPED-FLAG         PIC X VALUE "N".
          88 WRITEOFF-CAPPED  VALUE "Y".
       01 DEBT-AMOUNT         PIC S9(8)V99.
       01 WRITEOFF-AMOUNT     PIC S9(8)V99.
       01 BALANCE-BEFORE      PIC S9(8)V99.

      *> Journal-chain state: AJ-AMOUNT holds at most 999999.99, so
      *> a larger write-off is journaled as several records, each
      *> with exact before/after images, as REFUND-ISSUE chains the
      *> posting journal.
       01 CHAIN-BALANCE       PIC S9(8)V99.
       01 CHAIN-REMAINING     PIC S9(8)V99.
       01 CHAIN-STEP          PIC S9(6)V99.

       01 APPROVED-COUNT      PIC 9(6) VALUE 0.
       01 WRITEOFF-COUNT      PIC 9(6) VALUE 0.
       01 EXCEPTION-COUNT     PIC 9(6) VALUE 0.
       01 TOTAL-WRITTEN-OFF   PIC S9(9)V99 VALUE 0.
       01 TOTAL-DEBT          PIC S9(9)V99 VALUE 0.

      *> Allowance roll-forward, carried as a positive reserve.
       01 PRIOR-CLOSING       PIC S9(9)V99 VALUE 0.
       01 PRIOR-CUM-RECOVERED PIC S9(9)V99 VALUE 0.
       01 CUM-RECOVERED       PIC S9(9)V99 VALUE 0.
       01 RECOVERED-SINCE     PIC S9(9)V99 VALUE 0.
       01 UNADJUSTED-ALLOWANCE PIC S9(9)V99 VALUE 0.
       01 REQUIRED-ALLOWANCE  PIC S9(9)V99 VALUE 0.
       01 PROVISION-AMOUNT    PIC S9(9)V99 VALUE 0.
       01 CLOSING-ALLOWANCE   PIC S9(9)V99 VALUE 0.

       01 BEFORE-ED           PIC -ZZ,ZZZ,ZZ9.99.
       01 AFTER-ED            PIC -ZZ,ZZZ,ZZ9.99.
       01 AMOUNT-ED           PIC ZZ,ZZZ,ZZ9.99.
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 OPENING-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01 WRITTEN-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01 RECOVERED-ED        PIC -ZZZ,ZZZ,ZZ9.99.
       01 PROVISION-ED        PIC -ZZZ,ZZZ,ZZ9.99.
       01 CLOSING-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01 RATE-ED             PIC Z9.9999.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "BAD-DEBT-WRITEOFF".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Bad-Debt Write-Off and Allowance"
           DISPLAY "================================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           ACCEPT OVERRIDE-FLAG FROM ENVIRONMENT
               "WRITEOFF-RERUN-OVERRIDE"

           PERFORM CHECK-DUPLICATE-RUN
           IF DUPLICATE-RUN-DETECTED
               SET JOB-RC-ERROR TO TRUE
               STRING "Write-offs already applied for today's run "
                      "date; set WRITEOFF-RERUN-OVERRIDE=Y to force"
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

           OPEN INPUT APPROVED-FILE
           IF APPROVED-FILE-STATUS NOT = "00"
               DISPLAY "No writeoff-approved.txt on file - "
                   "nothing to write off."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM READ-ALLOWANCE-POLICY

           OPEN I-O CUSTOMER-MASTER
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
               CLOSE APPROVED-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-WRITTEN-OFF-ACCOUNTS
           IF WOFF-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "writeoff-accounts.dat holds more than 500 "
                   "accounts - nothing written off"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE APPROVED-FILE
               CLOSE CUSTOMER-MASTER
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADER

           PERFORM UNTIL APPROVED-AT-END
               READ APPROVED-FILE
                   AT END SET APPROVED-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-APPROVAL
               END-READ
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS

           PERFORM TOTAL-OUTSTANDING-DEBT

           CLOSE APPROVED-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE JOURNAL-FILE
           CLOSE REGISTER-FILE

           PERFORM SAVE-WRITTEN-OFF-ACCOUNTS

           PERFORM WRITE-ALLOWANCE-REPORT

           PERFORM WRITE-RUN-HISTORY

           MOVE TOTAL-WRITTEN-OFF TO TOTAL-ED
           DISPLAY "Approved lines read:  " APPROVED-COUNT
           DISPLAY "Accounts written off: " WRITEOFF-COUNT
           DISPLAY "Lines not applied:    " EXCEPTION-COUNT
           DISPLAY "Total written off:   $" TOTAL-ED
           MOVE CLOSING-ALLOWANCE TO TOTAL-ED
           DISPLAY "Closing allowance:   $" TOTAL-ED
           DISPLAY "Wrote writeoff-register.txt and "
               "allowance-report.txt"

           IF EXCEPTION-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               STRING "Approved write-offs not applied - see "
                   "writeoff-register.txt"
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
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The policy only drives the provision - a write-off the
      *> credit desk approved still goes through without it, so a
      *> missing record is a warning, not a stop.
       READ-ALLOWANCE-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-FILE-STATUS = "00"
               READ POLICY-FILE
                   AT END CONTINUE
               END-READ
               IF POLICY-FILE-STATUS = "00" AND
                  ALP-RATE-X IS NUMERIC
                   MOVE ALP-RATE TO ALLOWANCE-RATE
                   SET HAVE-ALLOWANCE-POLICY TO TRUE
               END-IF
               CLOSE POLICY-FILE
           END-IF
           IF HAVE-ALLOWANCE-POLICY
               MOVE ALLOWANCE-RATE TO RATE-ED
               DISPLAY "Allowance rate (pct of debt): " RATE-ED
           ELSE
               SET JOB-RC-WARNING TO TRUE
               STRING "allowance-policy.ctl missing or unreadable - "
                   "no provision calculated" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

      *> One approved line: the fields are edited first - a line
      *> that doesn't parse is reported on the register, never
      *> half-applied - then the account is read and written off.
       APPLY-ONE-APPROVAL.
           ADD 1 TO APPROVED-COUNT
           MOVE SPACES TO EXCEPTION-REASON
           MOVE "N" TO CAPPED-FLAG
           EVALUATE TRUE
               WHEN APR-CUST-ID-X IS NOT NUMERIC
                   MOVE "BAD CUSTID" TO EXCEPTION-REASON
               WHEN APR-AMOUNT-X IS NOT NUMERIC
                   MOVE "BAD AMOUNT" TO EXCEPTION-REASON
               WHEN APR-REASON = SPACES
                   MOVE "NO REASON"  TO EXCEPTION-REASON
               WHEN OTHER
                   MOVE APR-CUST-ID TO CM-CUST-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE "NO ACCOUNT" TO EXCEPTION-REASON
                       NOT INVALID KEY
                           PERFORM APPLY-WRITE-OFF
                   END-READ
           END-EVALUATE
           IF EXCEPTION-REASON NOT = SPACES
               ADD 1 TO EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *> Debt is a negative CM-CUST-BALANCE on this master, so a
      *> write-off moves the balance up toward zero. An amount of
      *> zero means the whole debt; an amount larger than the debt
      *> is capped at it - writing off past zero would manufacture
      *> a credit the customer never paid for.
       APPLY-WRITE-OFF.
           IF CM-CUST-BALANCE NOT < 0
               MOVE "NO DEBT" TO EXCEPTION-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE DEBT-AMOUNT = 0 - CM-CUST-BALANCE
           IF APR-AMOUNT = 0 OR APR-AMOUNT >= DEBT-AMOUNT
               MOVE DEBT-AMOUNT TO WRITEOFF-AMOUNT
               IF APR-AMOUNT > DEBT-AMOUNT
                   SET WRITEOFF-CAPPED TO TRUE
               END-IF
           ELSE
               MOVE APR-AMOUNT TO WRITEOFF-AMOUNT
           END-IF

           MOVE CM-CUST-BALANCE TO BALANCE-BEFORE
           ADD WRITEOFF-AMOUNT TO CM-CUST-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               STRING "Could not rewrite master record for ID "
                   CM-CUST-ID ", status " CUST-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               MOVE "NO REWRITE" TO EXCEPTION-REASON
           ELSE
               PERFORM WRITE-WRITEOFF-JOURNAL-CHAIN
               PERFORM RECORD-WRITTEN-OFF-ACCOUNT
               ADD 1 TO WRITEOFF-COUNT
               ADD WRITEOFF-AMOUNT TO TOTAL-WRITTEN-OFF
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *> Journals the write-off as a chain of WRITEOFF records
      *> stepping the balance up from its before image, each step
      *> within AJ-AMOUNT's range and each with exact before/after
      *> images.
       WRITE-WRITEOFF-JOURNAL-CHAIN.
           MOVE BALANCE-BEFORE  TO CHAIN-BALANCE
           MOVE WRITEOFF-AMOUNT TO CHAIN-REMAINING
           PERFORM UNTIL CHAIN-REMAINING = 0
               IF CHAIN-REMAINING > 999999.99
                   MOVE 999999.99 TO CHAIN-STEP
               ELSE
                   MOVE CHAIN-REMAINING TO CHAIN-STEP
               END-IF
               MOVE SPACES          TO ACCRUAL-JOURNAL-RECORD
               MOVE TODAYS-DATE-TAG TO AJ-RUN-DATE
               MOVE CM-CUST-ID      TO AJ-CUST-ID
               MOVE "WRITEOFF"      TO AJ-CHARGE-TYPE
               MOVE CHAIN-STEP      TO AJ-AMOUNT
               MOVE CHAIN-BALANCE   TO AJ-BALANCE-BEFORE
               ADD CHAIN-STEP TO CHAIN-BALANCE
               MOVE CHAIN-BALANCE   TO AJ-BALANCE-AFTER
               WRITE ACCRUAL-JOURNAL-RECORD
               SUBTRACT CHAIN-STEP FROM CHAIN-REMAINING
           END-PERFORM.

      *> Adds the write-off to the account's running total, or
      *> starts one for an account written off for the first time.
       RECORD-WRITTEN-OFF-ACCOUNT.
           SET WOFF-IDX TO 1
           SEARCH WOFF-ENTRY
               AT END
                   PERFORM ADD-WRITTEN-OFF-ENTRY
               WHEN WT-CUST-ID(WOFF-IDX) = CM-CUST-ID
                   ADD WRITEOFF-AMOUNT
                       TO WT-AMOUNT-WRITTEN(WOFF-IDX)
                   MOVE TODAYS-DATE-TAG TO WT-LAST-DATE(WOFF-IDX)
           END-SEARCH.

       ADD-WRITTEN-OFF-ENTRY.
           IF WOFF-COUNT < 500
               ADD 1 TO WOFF-COUNT
               MOVE CM-CUST-ID      TO WT-CUST-ID(WOFF-COUNT)
               MOVE TODAYS-DATE-TAG TO WT-FIRST-DATE(WOFF-COUNT)
               MOVE TODAYS-DATE-TAG TO WT-LAST-DATE(WOFF-COUNT)
               MOVE WRITEOFF-AMOUNT TO WT-AMOUNT-WRITTEN(WOFF-COUNT)
               MOVE 0 TO WT-AMOUNT-RECOVERED(WOFF-COUNT)
           ELSE
               SET JOB-RC-WARNING TO TRUE
               STRING "Written-off account table is full at 500 - "
                   "ID " CM-CUST-ID " not recorded for recovery"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

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

      *> Written back whole; the recoveries-to-date total for the
      *> allowance roll-forward is summed on the way out.
       SAVE-WRITTEN-OFF-ACCOUNTS.
           MOVE 0 TO CUM-RECOVERED
           OPEN OUTPUT WRITEOFF-ACCOUNT-FILE
           IF WRITEOFF-ACCOUNT-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               STRING "Could not rewrite writeoff-accounts.dat, "
                   "status " WRITEOFF-ACCOUNT-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
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
               ADD WT-AMOUNT-RECOVERED(WOFF-IDX) TO CUM-RECOVERED
           END-PERFORM
           CLOSE WRITEOFF-ACCOUNT-FILE.

      *> The debt still on the book after today's write-offs - the
      *> base the allowance policy percentage is applied to.
       TOTAL-OUTSTANDING-DEBT.
           MOVE 0 TO TOTAL-DEBT
           MOVE 0 TO CM-CUST-ID
           START CUSTOMER-MASTER KEY >= CM-CUST-ID
               INVALID KEY SET MASTER-AT-END TO TRUE
           END-START
           PERFORM UNTIL MASTER-AT-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET MASTER-AT-END TO TRUE
                   NOT AT END
                       IF CM-CUST-BALANCE < 0
                           SUBTRACT CM-CUST-BALANCE FROM TOTAL-DEBT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-REGISTER-HEADER.
           MOVE "BAD-DEBT WRITE-OFF REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ALL "-" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "  ACCT    NAME                  REASON"
               "          BAL BEFORE   WRITTEN OFF      BAL AFTER"
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REGISTER-LINE.
           MOVE BALANCE-BEFORE  TO BEFORE-ED
           MOVE WRITEOFF-AMOUNT TO AMOUNT-ED
           MOVE CM-CUST-BALANCE TO AFTER-ED
           MOVE SPACES TO REGISTER-LINE
           STRING "  " CM-CUST-ID "  " CM-CUST-NAME(1:20) "  "
               APR-REASON "  " BEFORE-ED " " AMOUNT-ED " "
               AFTER-ED
               DELIMITED BY SIZE INTO REGISTER-LINE
           IF WRITEOFF-CAPPED
               MOVE "CAPPED" TO REGISTER-LINE(95:6)
           END-IF
           WRITE REGISTER-LINE.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "  " APR-CUST-ID-X "  *** NOT WRITTEN OFF: "
               EXCEPTION-REASON "  APPROVAL " APR-REASON
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE TOTAL-WRITTEN-OFF TO TOTAL-ED
           MOVE SPACES TO REGISTER-LINE
           STRING "  WRITTEN OFF: " WRITEOFF-COUNT
               "   NOT APPLIED: " EXCEPTION-COUNT
               "   TOTAL: " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "END OF REPORT" TO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> The running allowance: every earlier run's line from
      *> bad-debt-allowance.dat, then today's roll-forward, which
      *> is appended to the history for the next run to open from.
      *> Recoveries are the growth in the recovered-to-date total
      *> across writeoff-accounts.dat since the last run, so a
      *> recovery PAYMENT-POSTING books later the same day is still
      *> picked up next time.
       WRITE-ALLOWANCE-REPORT.
           OPEN OUTPUT ALLOWANCE-REPORT-FILE
           MOVE "ALLOWANCE FOR DOUBTFUL ACCOUNTS" TO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE ALL "-" TO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  RUN DATE         OPENING     WRITTEN OFF"
               "       RECOVERED       PROVISION         CLOSING"
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE

           OPEN INPUT ALLOWANCE-HISTORY-FILE
           IF ALLOWANCE-HISTORY-STATUS = "00"
               PERFORM UNTIL ALLOWANCE-AT-END
                   READ ALLOWANCE-HISTORY-FILE
                       AT END SET ALLOWANCE-AT-END TO TRUE
                       NOT AT END
                           MOVE ALW-CLOSING TO PRIOR-CLOSING
                           MOVE ALW-CUM-RECOVERED
                               TO PRIOR-CUM-RECOVERED
                           PERFORM WRITE-ALLOWANCE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE ALLOWANCE-HISTORY-FILE
           END-IF

           COMPUTE RECOVERED-SINCE =
               CUM-RECOVERED - PRIOR-CUM-RECOVERED
           IF RECOVERED-SINCE < 0
               MOVE 0 TO RECOVERED-SINCE
           END-IF
           COMPUTE UNADJUSTED-ALLOWANCE = PRIOR-CLOSING
               - TOTAL-WRITTEN-OFF + RECOVERED-SINCE
           IF HAVE-ALLOWANCE-POLICY
               COMPUTE REQUIRED-ALLOWANCE ROUNDED =
                   TOTAL-DEBT * ALLOWANCE-RATE / 100
               COMPUTE PROVISION-AMOUNT =
                   REQUIRED-ALLOWANCE - UNADJUSTED-ALLOWANCE
               MOVE REQUIRED-ALLOWANCE TO CLOSING-ALLOWANCE
           ELSE
               MOVE 0 TO PROVISION-AMOUNT
               MOVE UNADJUSTED-ALLOWANCE TO CLOSING-ALLOWANCE
           END-IF

           OPEN EXTEND ALLOWANCE-HISTORY-FILE
           IF ALLOWANCE-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT ALLOWANCE-HISTORY-FILE
           END-IF
           MOVE SPACES              TO ALLOWANCE-HISTORY-RECORD
           MOVE TODAYS-DATE-TAG     TO ALW-RUN-DATE
           MOVE PRIOR-CLOSING       TO ALW-OPENING
           MOVE TOTAL-WRITTEN-OFF   TO ALW-WRITTEN-OFF
           MOVE RECOVERED-SINCE     TO ALW-RECOVERED
           MOVE PROVISION-AMOUNT    TO ALW-PROVISION
           MOVE CLOSING-ALLOWANCE   TO ALW-CLOSING
           MOVE TOTAL-DEBT          TO ALW-TOTAL-DEBT
           MOVE CUM-RECOVERED       TO ALW-CUM-RECOVERED
           PERFORM WRITE-ALLOWANCE-HISTORY-LINE
           IF ALLOWANCE-HISTORY-STATUS = "00"
               WRITE ALLOWANCE-HISTORY-RECORD
               CLOSE ALLOWANCE-HISTORY-FILE
           END-IF

           MOVE SPACES TO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE PRIOR-CLOSING TO OPENING-ED
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  OPENING ALLOWANCE:            " OPENING-ED
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE TOTAL-WRITTEN-OFF TO WRITTEN-ED
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  LESS WRITE-OFFS:              " WRITTEN-ED
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE RECOVERED-SINCE TO RECOVERED-ED
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  PLUS RECOVERIES:              " RECOVERED-ED
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE PROVISION-AMOUNT TO PROVISION-ED
           MOVE SPACES TO ALLOWANCE-LINE
           IF HAVE-ALLOWANCE-POLICY
               MOVE ALLOWANCE-RATE TO RATE-ED
               MOVE TOTAL-DEBT TO TOTAL-ED
               STRING "  PROVISION:                    " PROVISION-ED
                   "  (" RATE-ED "% OF DEBT " TOTAL-ED ")"
                   DELIMITED BY SIZE INTO ALLOWANCE-LINE
           ELSE
               STRING "  PROVISION:                    " PROVISION-ED
                   "  (NO ALLOWANCE POLICY ON FILE)"
                   DELIMITED BY SIZE INTO ALLOWANCE-LINE
           END-IF
           WRITE ALLOWANCE-LINE
           MOVE CLOSING-ALLOWANCE TO CLOSING-ED
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  CLOSING ALLOWANCE:            " CLOSING-ED
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           MOVE "END OF REPORT" TO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE
           CLOSE ALLOWANCE-REPORT-FILE.

       WRITE-ALLOWANCE-HISTORY-LINE.
           MOVE ALW-OPENING     TO OPENING-ED
           MOVE ALW-WRITTEN-OFF TO WRITTEN-ED
           MOVE ALW-RECOVERED   TO RECOVERED-ED
           MOVE ALW-PROVISION   TO PROVISION-ED
           MOVE ALW-CLOSING     TO CLOSING-ED
           MOVE SPACES TO ALLOWANCE-LINE
           STRING "  " ALW-RUN-DATE " " OPENING-ED " " WRITTEN-ED
               " " RECOVERED-ED " " PROVISION-ED " " CLOSING-ED
               DELIMITED BY SIZE INTO ALLOWANCE-LINE
           WRITE ALLOWANCE-LINE.

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
               CLOSE RUN-HISTORY-FILE
           END-IF.

       WRITE-RUN-HISTORY.
           OPEN OUTPUT RUN-HISTORY-FILE
           IF RUN-HISTORY-STATUS = "00"
               MOVE TODAYS-DATE-TAG TO RUNHIST-RUN-DATE
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
