       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.

      *> Customer dispute and chargeback maintenance. When a customer
      *> disputes a charge there was no way to mark that one sale on
      *> sales-posting-journal.dat as in dispute, so the amount kept
      *> aging in AR-AGING, counting against the SALES-POSTING
      *> credit limit, and showing on the JSON-DEMO credit-hold
      *> list. This job keeps sales-disputes.dat - one record per
      *> disputed posting, keyed by customer ID, run date, and the
      *> posted amount - through open and resolve transactions, in
      *> the same style as ADDR-MAINT, with an image of every
      *> dispute touched on its own audit trail. Those three jobs
      *> leave the amount of every open dispute out of exposure.
      *> A dispute resolved in the customer's favour credits the
      *> posting back off the account with a keyed READ/REWRITE,
      *> journaled with the balance either side to
      *> adjustment-journal.txt under the DISPCRED charge type so
      *> RECON-DETAIL nets it, GL-EXTRACT books it, and
      *> MASTER-RECOVERY can replay it. A dispute resolved as
      *> upheld simply closes, and the charge stands.
      *>
      *> dispute-trans.txt: column 1 the action (O open, R
      *> resolve), 3-8 the customer ID, 11-18 the posting's run
      *> date as YYYYMMDD, 21 the posted amount's sign (- or blank),
      *> 22-27 the amount as 9999V99, 30 the resolution on an R
      *> (C in the customer's favour, U upheld), 33-52 the reason.
      *> An open must match a posting still on the live journal
      *> (MONTH-END-CLOSE archives closed months) that is not
      *> already under an open or credited dispute.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TRANS-FILE ASSIGN TO "dispute-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-TRANS-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "sales-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT POSTING-JOURNAL-FILE
               ASSIGN TO "sales-posting-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSTING-JOURNAL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "dispute-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-TRANS-FILE.
       01 DISPUTE-TRANS-RECORD.
          05 TX-ACTION        PIC X(1).
             88 DISPUTE-OPEN-TRANS    VALUE "O".
             88 DISPUTE-RESOLVE-TRANS VALUE "R".
          05 FILLER           PIC X(1).
          05 TX-CUST-ID-X     PIC X(6).
          05 TX-CUST-ID REDEFINES TX-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 TX-POST-DATE     PIC X(8).
          05 FILLER           PIC X(2).
          05 TX-AMOUNT-SIGN   PIC X(1).
          05 TX-AMOUNT-X      PIC X(6).
          05 TX-AMOUNT REDEFINES TX-AMOUNT-X
                              PIC 9(4)V99.
          05 FILLER           PIC X(2).
          05 TX-RESOLUTION    PIC X(1).
             88 RESOLVED-FOR-CUSTOMER VALUE "C".
             88 RESOLVED-UPHELD       VALUE "U".
          05 FILLER           PIC X(2).
          05 TX-REASON        PIC X(20).

       FD DISPUTE-FILE.
       COPY DISPREC.

       FD POSTING-JOURNAL-FILE.
       COPY POSTJRNL.

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

      *> The shared ACCJRNL shape, opened EXTEND so the journal
      *> accumulates across the period as the accrual journal does.
       FD ADJUSTMENT-JOURNAL-FILE.
       COPY ACCJRNL.

      *> One image line per dispute touch - ADD for an open, BEFORE
      *> and AFTER for a resolve - in the same field order as
      *> DISPREC.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 AA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 AA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 AA-CUST-ID       PIC 9(6).
          05 FILLER           PIC X(1).
          05 AA-POST-DATE     PIC X(8).
          05 FILLER           PIC X(1).
          05 AA-AMOUNT        PIC -9(4).99.
          05 FILLER           PIC X(1).
          05 AA-STATUS        PIC X(1).
          05 FILLER           PIC X(1).
          05 AA-OPENED-DATE   PIC X(8).
          05 FILLER           PIC X(1).
          05 AA-RESOLVED-DATE PIC X(8).
          05 FILLER           PIC X(1).
          05 AA-REASON        PIC X(20).

       WORKING-STORAGE SECTION.
       01 DISPUTE-TRANS-STATUS      PIC X(2).
       01 DISPUTE-FILE-STATUS       PIC X(2).
       01 POSTING-JOURNAL-STATUS    PIC X(2).
       01 CUST-MASTER-STATUS        PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).
       01 MAINT-AUDIT-STATUS        PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 DISPUTE-EOF-FLAG    PIC X VALUE "N".
          88 DISPUTE-AT-END   VALUE "Y".
       01 POSTJRNL-EOF-FLAG   PIC X VALUE "N".
          88 POSTJRNL-AT-END  VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 IMAGE-TYPE-TAG      PIC X(6).

      *> Every dispute on file, loaded whole and written back whole
      *> at the end of the run (the file is small and sequential,
      *> the way BAD-DEBT-WRITEOFF keeps writeoff-accounts.dat).
       01 DISPUTE-COUNT PIC S9(4) COMP VALUE 0.
       01 DISPUTE-TABLE.
          05 DISPUTE-ENTRY OCCURS 0 TO 2000 TIMES
                           DEPENDING ON DISPUTE-COUNT
                           INDEXED BY DSP-IDX.
             10 DT-CUST-ID       PIC 9(6).
             10 DT-POST-DATE     PIC X(8).
             10 DT-AMOUNT        PIC S9(4)V99.
             10 DT-STATUS        PIC X(1).
             10 DT-OPENED-DATE   PIC X(8).
             10 DT-RESOLVED-DATE PIC X(8).
             10 DT-REASON        PIC X(20).
       01 DISPUTE-OVERFLOW-FLAG PIC X VALUE "N".
          88 DISPUTE-TABLE-OVERFLOWED VALUE "Y".

       01 TRANS-AMOUNT        PIC S9(4)V99.
       01 MATCH-IDX           PIC S9(4) COMP VALUE 0.
       01 POSTING-MATCHES     PIC 9(4) VALUE 0.
       01 DISPUTE-MATCHES     PIC 9(4) VALUE 0.
       01 CREDIT-AMOUNT       PIC S9(6)V99.

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 OPENED-COUNT        PIC 9(4) VALUE 0.
       01 CREDITED-COUNT      PIC 9(4) VALUE 0.
       01 UPHELD-COUNT        PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.
       01 TOTAL-CREDITED      PIC S9(8)V99 VALUE 0.
       01 TOTAL-CREDITED-ED   PIC -ZZ,ZZZ,ZZ9.99.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "DISPUTE-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Sales Dispute Maintenance"
           DISPLAY "========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT DISPUTE-TRANS-FILE
           IF DISPUTE-TRANS-STATUS NOT = "00"
               DISPLAY "No dispute-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

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
               CLOSE DISPUTE-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-DISPUTES
           IF DISPUTE-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "sales-disputes.dat holds more than 2000 "
                   "disputes - nothing applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE DISPUTE-TRANS-FILE
               CLOSE CUSTOMER-MASTER
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT ADJUSTMENT-JOURNAL-FILE
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ DISPUTE-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE DISPUTE-TRANS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE ADJUSTMENT-JOURNAL-FILE
           CLOSE MAINT-AUDIT-FILE

           PERFORM SAVE-DISPUTES

           MOVE TOTAL-CREDITED TO TOTAL-CREDITED-ED
           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Disputes opened:     " OPENED-COUNT
           DISPLAY "Credited:            " CREDITED-COUNT
           DISPLAY "Upheld:              " UPHELD-COUNT
           DISPLAY "Rejected:            " REJECTED-COUNT
           DISPLAY "Total credited:     $" TOTAL-CREDITED-ED

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
               OR TX-POST-DATE IS NOT NUMERIC
               OR TX-AMOUNT-X IS NOT NUMERIC
               OR (TX-AMOUNT-SIGN NOT = "-" AND
                   TX-AMOUNT-SIGN NOT = SPACE)
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE TX-AMOUNT TO TRANS-AMOUNT
               IF TX-AMOUNT-SIGN = "-"
                   MULTIPLY -1 BY TRANS-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN DISPUTE-OPEN-TRANS
                       PERFORM APPLY-OPEN
                   WHEN DISPUTE-RESOLVE-TRANS
                       PERFORM APPLY-RESOLVE
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           STRING "Rejected dispute transaction " TRANS-COUNT
               " action '" TX-ACTION "' ID " TX-CUST-ID-X
               " date " TX-POST-DATE
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> An open must carry a reason and name a posting that is on
      *> the journal. The same customer can post the same amount
      *> twice on one run date, so the test is a count: there must
      *> be more matching postings than disputes already open or
      *> credited against them.
       APPLY-OPEN.
           IF TX-REASON = SPACES
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-MATCHING-POSTINGS
           MOVE 0 TO DISPUTE-MATCHES
           PERFORM VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DISPUTE-COUNT
               IF DT-CUST-ID(DSP-IDX) = TX-CUST-ID AND
                  DT-POST-DATE(DSP-IDX) = TX-POST-DATE AND
                  DT-AMOUNT(DSP-IDX) = TRANS-AMOUNT AND
                  DT-STATUS(DSP-IDX) NOT = "U"
                   ADD 1 TO DISPUTE-MATCHES
               END-IF
           END-PERFORM

           IF POSTING-MATCHES = 0 OR
              DISPUTE-MATCHES NOT < POSTING-MATCHES OR
              DISPUTE-COUNT NOT < 2000
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO DISPUTE-COUNT
           MOVE TX-CUST-ID      TO DT-CUST-ID(DISPUTE-COUNT)
           MOVE TX-POST-DATE    TO DT-POST-DATE(DISPUTE-COUNT)
           MOVE TRANS-AMOUNT    TO DT-AMOUNT(DISPUTE-COUNT)
           MOVE "O"             TO DT-STATUS(DISPUTE-COUNT)
           MOVE TODAYS-DATE-TAG TO DT-OPENED-DATE(DISPUTE-COUNT)
           MOVE SPACES          TO DT-RESOLVED-DATE(DISPUTE-COUNT)
           MOVE TX-REASON       TO DT-REASON(DISPUTE-COUNT)
           ADD 1 TO OPENED-COUNT
           MOVE DISPUTE-COUNT TO MATCH-IDX
           MOVE "ADD" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> One pass of the live posting journal per open transaction;
      *> opens are a handful a day, so this is cheaper than holding
      *> the whole journal in storage.
       COUNT-MATCHING-POSTINGS.
           MOVE 0 TO POSTING-MATCHES
           MOVE "N" TO POSTJRNL-EOF-FLAG
           OPEN INPUT POSTING-JOURNAL-FILE
           IF POSTING-JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL POSTJRNL-AT-END
               READ POSTING-JOURNAL-FILE
                   AT END SET POSTJRNL-AT-END TO TRUE
                   NOT AT END
                       IF PJ-CUST-ID = TX-CUST-ID AND
                          PJ-RUN-DATE = TX-POST-DATE AND
                          PJ-AMOUNT = TRANS-AMOUNT
                           ADD 1 TO POSTING-MATCHES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-JOURNAL-FILE.

      *> A resolve closes the first open dispute on the key. The
      *> resolution code must be C or U; the reason, if keyed,
      *> replaces the opening reason so the file shows the outcome.
       APPLY-RESOLVE.
           IF NOT RESOLVED-FOR-CUSTOMER AND NOT RESOLVED-UPHELD
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO MATCH-IDX
           PERFORM VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DISPUTE-COUNT OR MATCH-IDX > 0
               IF DT-CUST-ID(DSP-IDX) = TX-CUST-ID AND
                  DT-POST-DATE(DSP-IDX) = TX-POST-DATE AND
                  DT-AMOUNT(DSP-IDX) = TRANS-AMOUNT AND
                  DT-STATUS(DSP-IDX) = "O"
                   SET MATCH-IDX TO DSP-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF RESOLVED-FOR-CUSTOMER
               PERFORM POST-DISPUTE-CREDIT
               IF CUST-MASTER-STATUS NOT = "00"
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           MOVE TX-RESOLUTION   TO DT-STATUS(MATCH-IDX)
           MOVE TODAYS-DATE-TAG TO DT-RESOLVED-DATE(MATCH-IDX)
           IF TX-REASON NOT = SPACES
               MOVE TX-REASON TO DT-REASON(MATCH-IDX)
           END-IF
           IF RESOLVED-FOR-CUSTOMER
               ADD 1 TO CREDITED-COUNT
           ELSE
               ADD 1 TO UPHELD-COUNT
           END-IF
           MOVE "AFTER" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> The credit reverses the posting's effect on the balance:
      *> the disputed PJ-AMOUNT taken back off CM-CUST-BALANCE. A
      *> failed read or rewrite leaves CUST-MASTER-STATUS non-zero
      *> and the dispute open for the next run.
       POST-DISPUTE-CREDIT.
           MOVE TX-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           COMPUTE CREDIT-AMOUNT = 0 - TRANS-AMOUNT
           MOVE SPACES          TO ACCRUAL-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG TO AJ-RUN-DATE
           MOVE CM-CUST-ID      TO AJ-CUST-ID
           MOVE "DISPCRED"      TO AJ-CHARGE-TYPE
           MOVE CREDIT-AMOUNT   TO AJ-AMOUNT
           MOVE CM-CUST-BALANCE TO AJ-BALANCE-BEFORE

           ADD CREDIT-AMOUNT TO CM-CUST-BALANCE
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
           ELSE
               MOVE CM-CUST-BALANCE TO AJ-BALANCE-AFTER
               WRITE ACCRUAL-JOURNAL-RECORD
               ADD CREDIT-AMOUNT TO TOTAL-CREDITED
           END-IF.

       LOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL DISPUTE-AT-END
                   READ DISPUTE-FILE
                       AT END SET DISPUTE-AT-END TO TRUE
                       NOT AT END PERFORM STORE-ONE-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.

       STORE-ONE-DISPUTE.
           IF DISPUTE-COUNT < 2000
               ADD 1 TO DISPUTE-COUNT
               MOVE DSP-CUST-ID       TO DT-CUST-ID(DISPUTE-COUNT)
               MOVE DSP-POST-DATE     TO DT-POST-DATE(DISPUTE-COUNT)
               MOVE DSP-AMOUNT        TO DT-AMOUNT(DISPUTE-COUNT)
               MOVE DSP-STATUS        TO DT-STATUS(DISPUTE-COUNT)
               MOVE DSP-OPENED-DATE   TO DT-OPENED-DATE(DISPUTE-COUNT)
               MOVE DSP-RESOLVED-DATE
                   TO DT-RESOLVED-DATE(DISPUTE-COUNT)
               MOVE DSP-REASON        TO DT-REASON(DISPUTE-COUNT)
           ELSE
               SET DISPUTE-TABLE-OVERFLOWED TO TRUE
           END-IF.

       SAVE-DISPUTES.
           OPEN OUTPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               STRING "Could not rewrite sales-disputes.dat, "
                   "status " DISPUTE-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DSP-IDX FROM 1 BY 1
               UNTIL DSP-IDX > DISPUTE-COUNT
               MOVE SPACES TO DISPUTE-RECORD
               MOVE DT-CUST-ID(DSP-IDX)       TO DSP-CUST-ID
               MOVE DT-POST-DATE(DSP-IDX)     TO DSP-POST-DATE
               MOVE DT-AMOUNT(DSP-IDX)        TO DSP-AMOUNT
               MOVE DT-STATUS(DSP-IDX)        TO DSP-STATUS
               MOVE DT-OPENED-DATE(DSP-IDX)   TO DSP-OPENED-DATE
               MOVE DT-RESOLVED-DATE(DSP-IDX) TO DSP-RESOLVED-DATE
               MOVE DT-REASON(DSP-IDX)        TO DSP-REASON
               WRITE DISPUTE-RECORD
           END-PERFORM
           CLOSE DISPUTE-FILE.

      *> Images the dispute table entry at MATCH-IDX. The record is
      *> blanked first so the separator bytes come out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AA-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO AA-IMAGE-TYPE
           MOVE DT-CUST-ID(MATCH-IDX)       TO AA-CUST-ID
           MOVE DT-POST-DATE(MATCH-IDX)     TO AA-POST-DATE
           MOVE DT-AMOUNT(MATCH-IDX)        TO AA-AMOUNT
           MOVE DT-STATUS(MATCH-IDX)        TO AA-STATUS
           MOVE DT-OPENED-DATE(MATCH-IDX)   TO AA-OPENED-DATE
           MOVE DT-RESOLVED-DATE(MATCH-IDX) TO AA-RESOLVED-DATE
           MOVE DT-REASON(MATCH-IDX)        TO AA-REASON
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
