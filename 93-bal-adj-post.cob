       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAL-ADJ-POST.

      *> Books the manual balance adjustments a second operator has
      *> approved. CUST-MAINT's B transaction only holds an
      *> adjustment pending on balance-adjust.dat, and OPERATOR-MENU
      *> is where a different authorized operator approves or
      *> rejects it; nothing reaches CM-CUST-BALANCE until this job
      *> sees it approved. Each approved item is applied with a
      *> keyed READ/REWRITE and journaled with the balance either
      *> side to adjustment-journal.txt under the BALADJ charge
      *> type, carrying the adjustment number in AJ-REFERENCE, so
      *> RECON-DETAIL nets it, GL-EXTRACT books it, and
      *> MASTER-RECOVERY can replay it. An approved item whose
      *> account is gone or whose rewrite fails stays approved for
      *> the next run, with a warning.
      *>
      *> Rejected items are never applied, and a pending item left
      *> undecided longer than the expiry window is expired - it
      *> too is never applied; the keying operator must enter it
      *> again if it is still wanted. Every item booked, rejected
      *> or expired this run is stamped with the date it closed and
      *> listed on balance-adj-register.txt; rejected or expired
      *> ones end the job with a warning.
      *>
      *> balance-adj-policy.ctl: columns 1-3 the days a pending
      *> adjustment may wait for approval ("005"). No file, or an
      *> unreadable one, means five days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-FILE ASSIGN TO "balance-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.
           SELECT POLICY-FILE ASSIGN TO "balance-adj-policy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "balance-adj-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Held whole in storage and written back whole (BALADJ
      *> layout).
       FD ADJUST-FILE.
       01 ADJUST-FILE-RECORD  PIC X(89).

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 POL-DAYS-X       PIC X(3).
          05 POL-DAYS REDEFINES POL-DAYS-X
                              PIC 9(3).

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD ADJUSTMENT-JOURNAL-FILE.
       COPY ACCJRNL.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01 ADJUST-FILE-STATUS        PIC X(2).
       01 POLICY-FILE-STATUS        PIC X(2).
       01 CUST-MASTER-STATUS        PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).

       01 ADJUST-EOF-FLAG     PIC X VALUE "N".
          88 ADJUST-AT-END    VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAY-DAY-NUMBER    PIC 9(8).
       01 ENTERED-DAY-NUMBER  PIC 9(8).
       01 EXPIRY-DAYS         PIC 9(3) VALUE 5.

      *> Every adjustment on file, loaded whole and written back
      *> whole at the end of the run, the way DISPUTE-MAINT keeps
      *> sales-disputes.dat.
       01 ADJUST-COUNT PIC S9(4) COMP VALUE 0.
       01 ADJUST-TABLE.
          05 ADJUST-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON ADJUST-COUNT
                          INDEXED BY ADJ-IDX.
             10 AT-RECORD     PIC X(89).
       01 ADJUST-OVERFLOW-FLAG PIC X VALUE "N".
          88 ADJUST-TABLE-OVERFLOWED VALUE "Y".

       COPY BALADJ.

       01 BOOK-AMOUNT         PIC S9(6)V99.
       01 REPORT-OUTCOME      PIC X(8).
       01 FILE-CHANGED-FLAG   PIC X VALUE "N".
          88 ADJUST-FILE-CHANGED VALUE "Y".
       01 BOOKED-COUNT        PIC 9(6) VALUE 0.
       01 HELD-COUNT          PIC 9(6) VALUE 0.
       01 REJECTED-COUNT      PIC 9(6) VALUE 0.
       01 EXPIRED-COUNT       PIC 9(6) VALUE 0.
       01 STILL-PENDING-COUNT PIC 9(6) VALUE 0.
       01 TOTAL-BOOKED        PIC S9(9)V99 VALUE 0.
       01 TOTAL-BOOKED-ED     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-ED           PIC -ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "BAL-ADJ-POST".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Balance Adjustment Posting"
           DISPLAY "=========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(TODAYS-DATE-TAG))

           PERFORM READ-EXPIRY-POLICY

           PERFORM LOAD-ADJUSTMENTS
           IF ADJUST-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "balance-adjust.dat holds more than 2000 "
                   "adjustments - nothing posted"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF ADJUST-COUNT = 0
               DISPLAY "No balance adjustments on file - "
                   "nothing posted."
               SET JOB-RC-SUCCESS TO TRUE
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

           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               MOVE AT-RECORD(ADJ-IDX) TO BALANCE-ADJUST-RECORD
               EVALUATE TRUE
                   WHEN BA-APPROVED
                       PERFORM BOOK-ADJUSTMENT
                   WHEN BA-REJECTED AND BA-CLOSED-DATE = SPACES
                       PERFORM CLOSE-REJECTED-ADJUSTMENT
                   WHEN BA-PENDING
                       PERFORM CHECK-PENDING-EXPIRY
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-BOOKED TO TOTAL-BOOKED-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  BOOKED: " BOOKED-COUNT
               "  REJECTED: " REJECTED-COUNT
               "  EXPIRED: " EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL BOOKED: " TOTAL-BOOKED-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE CUSTOMER-MASTER
           CLOSE ADJUSTMENT-JOURNAL-FILE
           CLOSE REPORT-FILE

           IF ADJUST-FILE-CHANGED
               PERFORM SAVE-ADJUSTMENTS
           END-IF

           DISPLAY "Booked:                " BOOKED-COUNT
           DISPLAY "Approved, not booked:  " HELD-COUNT
           DISPLAY "Rejected:              " REJECTED-COUNT
           DISPLAY "Expired:               " EXPIRED-COUNT
           DISPLAY "Still pending:         " STILL-PENDING-COUNT
           DISPLAY "Total booked:         $" TOTAL-BOOKED-ED
           DISPLAY "Wrote balance-adj-register.txt"

           IF REJECTED-COUNT > 0 OR EXPIRED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               COMPUTE COUNT-ED = REJECTED-COUNT + EXPIRED-COUNT
               MOVE SPACES TO ERRLOG-TEXT
               STRING FUNCTION TRIM(COUNT-ED)
                   " balance adjustments rejected or expired - see "
                   "balance-adj-register.txt"
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

       READ-EXPIRY-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ POLICY-FILE
               AT END CONTINUE
           END-READ
           IF POLICY-FILE-STATUS = "00" AND
              POL-DAYS-X IS NUMERIC AND
              POL-DAYS > 0
               MOVE POL-DAYS TO EXPIRY-DAYS
           END-IF
           CLOSE POLICY-FILE.

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

      *> The balance moves and the BALADJ line is written only when
      *> the REWRITE took; the item is stamped booked only then
      *> too, so anything that stops it leaves it approved for
      *> another run.
       BOOK-ADJUSTMENT.
           COMPUTE BOOK-AMOUNT = FUNCTION NUMVAL(BA-AMOUNT)
           MOVE BA-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET JOB-RC-WARNING TO TRUE
                   MOVE SPACES TO ERRLOG-TEXT
                   STRING "Approved adjustment " BA-ADJ-ID
                       " not booked - account " BA-CUST-ID
                       " not on file" DELIMITED BY SIZE
                       INTO ERRLOG-TEXT
                   CALL "ERRLOG-WRITER" USING
                       BY REFERENCE ERRLOG-JOB-NAME
                       BY REFERENCE JOB-RETURN-CODE
                       BY REFERENCE ERRLOG-TEXT
                   DISPLAY "WARNING: " ERRLOG-TEXT
                   ADD 1 TO HELD-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES          TO ACCRUAL-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG TO AJ-RUN-DATE
           MOVE CM-CUST-ID      TO AJ-CUST-ID
           MOVE "BALADJ"        TO AJ-CHARGE-TYPE
           MOVE BOOK-AMOUNT     TO AJ-AMOUNT
           MOVE CM-CUST-BALANCE TO AJ-BALANCE-BEFORE
           MOVE BA-ADJ-ID       TO AJ-REFERENCE

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
               ADD 1 TO HELD-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE CM-CUST-BALANCE TO AJ-BALANCE-AFTER
           WRITE ACCRUAL-JOURNAL-RECORD
           ADD BOOK-AMOUNT TO TOTAL-BOOKED
           ADD 1 TO BOOKED-COUNT

           SET BA-BOOKED TO TRUE
           MOVE "BOOKED" TO REPORT-OUTCOME
           PERFORM CLOSE-ADJUSTMENT.

      *> Rejected in OPERATOR-MENU; reported once, on the first run
      *> after the decision, and never applied.
       CLOSE-REJECTED-ADJUSTMENT.
           ADD 1 TO REJECTED-COUNT
           MOVE "REJECTED" TO REPORT-OUTCOME
           PERFORM CLOSE-ADJUSTMENT.

      *> Still waiting for a second operator. Past the expiry
      *> window it is expired, never applied.
       CHECK-PENDING-EXPIRY.
           IF BA-ENTERED-DATE IS NOT NUMERIC
               MOVE 0 TO ENTERED-DAY-NUMBER
           ELSE
               COMPUTE ENTERED-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(BA-ENTERED-DATE))
           END-IF
           IF ENTERED-DAY-NUMBER + EXPIRY-DAYS >= TODAY-DAY-NUMBER
               ADD 1 TO STILL-PENDING-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO EXPIRED-COUNT
           SET BA-EXPIRED TO TRUE
           MOVE "EXPIRED" TO REPORT-OUTCOME
           PERFORM CLOSE-ADJUSTMENT.

       CLOSE-ADJUSTMENT.
           MOVE TODAYS-DATE-TAG TO BA-CLOSED-DATE
           MOVE BALANCE-ADJUST-RECORD TO AT-RECORD(ADJ-IDX)
           SET ADJUST-FILE-CHANGED TO TRUE

           MOVE SPACES TO REPORT-LINE
           STRING "  " BA-ADJ-ID "  " REPORT-OUTCOME " "
               BA-CUST-ID " " BA-AMOUNT "  " BA-REASON
               "  " BA-ENTERED-BY "  " BA-DECIDED-BY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REGISTER-HEADER.
           MOVE "BALANCE ADJUSTMENT REGISTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "   PENDING EXPIRES AFTER " EXPIRY-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "-------------------------------------------"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ADJ-ID  OUTCOME  ACCOUNT      AMOUNT  REASON"
               "    KEYED BY  DECIDED BY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       SAVE-ADJUSTMENTS.
           OPEN OUTPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite balance-adjust.dat, "
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
