       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-BILLING.

      *> Recurring contract billing. Raises the charge for every
      *> contract on billing-contracts.dat (CONTRACT-MAINT, see
      *> BILLCON.cpy) that has fallen due, as an ordinary sales
      *> detail line on its own feed, contract-billing.txt, so the
      *> charges go through MIXED-EXAMPLE's edit, duplicate check,
      *> and posting like any regional office's sales. The feed is
      *> named on a mixed-example.ctl record like the regional
      *> feeds, and the job sits on BATCH-DRIVER's job-calendar.ctl
      *> as a DAILY job ahead of mixed-example.
      *>
      *> A contract is due when its next bill date is on or before
      *> the business date. Each charge is dated its bill date -
      *> a contract that missed runs is billed once for every
      *> period it missed - with a quantity of one and the contract
      *> amount, and the next bill date moves on one, three, or
      *> twelve months on the same day of the month. No charge is
      *> raised for a bill date past the contract's end date, and
      *> once the business date is past the end date with nothing
      *> left to bill the contract is marked expired and billing
      *> stops for good. Cancelled contracts are never billed.
      *>
      *> Every charge raised and every contract expired is listed
      *> on contract-billing-register.txt with the run's totals.
      *> The feed is written fresh each run, so the day's feed only
      *> ever holds the day's charges; a second run for the same
      *> business date is refused (the feed from the first is left
      *> in place) unless BILLING-RERUN-OVERRIDE=Y, as when the
      *> contract file has been restored. A run that finds more
      *> contracts than the table holds writes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "billing-contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT BILLING-FEED-FILE ASSIGN TO "contract-billing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILLING-FEED-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO "contract-billing-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "contract-billing-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
       COPY BILLCON.

       FD BILLING-FEED-FILE.
       01 BILLING-FEED-RECORD PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-LINE       PIC X(100).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
          05 RUNHIST-RUN-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       COPY SALESDTL.

       01 CONTRACT-FILE-STATUS PIC X(2).
       01 BILLING-FEED-STATUS  PIC X(2).
       01 REGISTER-FILE-STATUS PIC X(2).
       01 RUN-HISTORY-STATUS   PIC X(2).

       01 CONTRACT-EOF-FLAG   PIC X VALUE "N".
          88 CONTRACT-AT-END  VALUE "Y".
       01 CONTRACT-OVERFLOW-FLAG PIC X VALUE "N".
          88 CONTRACT-TABLE-OVERFLOWED VALUE "Y".
       01 CONTRACT-BILLED-FLAG PIC X VALUE "N".
          88 CONTRACT-WAS-BILLED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 ABORT-DUPLICATE-RUN PIC X VALUE "N".
          88 DUPLICATE-RUN-DETECTED VALUE "Y".

      *> Every contract on file, loaded whole and written back whole
      *> with the bill dates moved on, the way CONTRACT-MAINT keeps
      *> the file.
       01 CONTRACT-COUNT PIC S9(4) COMP VALUE 0.
       01 CONTRACT-TABLE.
          05 CONTRACT-ENTRY OCCURS 0 TO 2000 TIMES
                            DEPENDING ON CONTRACT-COUNT
                            INDEXED BY CON-IDX.
             10 CT-CONTRACT-ID      PIC X(8).
             10 CT-CUST-ID          PIC 9(6).
             10 CT-PRODUCT-CODE     PIC X(10).
             10 CT-AMOUNT           PIC 9(4)V99.
             10 CT-FREQUENCY        PIC X(1).
             10 CT-START-DATE       PIC X(8).
             10 CT-END-DATE         PIC X(8).
             10 CT-NEXT-BILL-DATE   PIC X(8).
             10 CT-LAST-BILLED-DATE PIC X(8).
             10 CT-STATUS           PIC X(1).
             10 CT-STATUS-DATE      PIC X(8).

      *> The contract amount as the six unpointed digits of a sales
      *> detail line's amount field.
       01 BILL-AMOUNT         PIC 9(4)V99.
       01 BILL-AMOUNT-X REDEFINES BILL-AMOUNT
                              PIC X(6).

       01 BILL-DATE-NUM       PIC 9(8).
       01 BILL-DATE-PARTS REDEFINES BILL-DATE-NUM.
          05 BILL-YEAR        PIC 9(4).
          05 BILL-MONTH       PIC 9(2).
          05 BILL-DAY         PIC 9(2).
       01 MONTHS-STEP         PIC S9(4) COMP.
       01 MONTHS-ON           PIC S9(4) COMP.

       01 CONTRACT-READ-COUNT PIC 9(5) VALUE 0.
       01 CHARGE-COUNT        PIC 9(5) VALUE 0.
       01 BILLED-COUNT        PIC 9(5) VALUE 0.
       01 EXPIRED-COUNT       PIC 9(5) VALUE 0.
       01 TOTAL-BILLED        PIC 9(7)V99 VALUE 0.
       01 AMOUNT-ED           PIC Z,ZZ9.99.
       01 TOTAL-ED            PIC Z,ZZZ,ZZ9.99.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CONTRACT-BILLING".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Recurring Contract Billing"
           DISPLAY "=========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           ACCEPT OVERRIDE-FLAG FROM ENVIRONMENT
               "BILLING-RERUN-OVERRIDE"

           PERFORM CHECK-DUPLICATE-RUN
           IF DUPLICATE-RUN-DETECTED
               SET JOB-RC-ERROR TO TRUE
               STRING "Contracts already billed for this run date; "
                      "set BILLING-RERUN-OVERRIDE=Y"
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

           PERFORM LOAD-CONTRACTS
           IF CONTRACT-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "billing-contracts.dat holds more than 2000 "
                   "contracts - nothing billed"
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

      *> The feed is opened even with no contracts on file, so a
      *> day with nothing due hands MIXED-EXAMPLE an empty feed
      *> rather than yesterday's charges.
           OPEN OUTPUT BILLING-FEED-FILE
           IF BILLING-FEED-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open contract-billing.txt, status "
                   BILLING-FEED-STATUS " - nothing billed"
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

           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-REGISTER-HEADER

           PERFORM VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > CONTRACT-COUNT
               PERFORM BILL-ONE-CONTRACT
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS

           CLOSE BILLING-FEED-FILE
           CLOSE REGISTER-FILE

           PERFORM SAVE-CONTRACTS

           PERFORM WRITE-RUN-HISTORY

           MOVE TOTAL-BILLED TO TOTAL-ED
           DISPLAY "Contracts on file:   " CONTRACT-READ-COUNT
           DISPLAY "Contracts billed:    " BILLED-COUNT
           DISPLAY "Charges raised:      " CHARGE-COUNT
           DISPLAY "Contracts expired:   " EXPIRED-COUNT
           DISPLAY "Total billed:       $" TOTAL-ED
           DISPLAY "Wrote contract-billing.txt and "
               "contract-billing-register.txt"

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Bills every period now due that falls within the contract,
      *> then retires the contract once its end date is behind the
      *> business date and no period inside it is left unbilled.
       BILL-ONE-CONTRACT.
           IF CT-STATUS(CON-IDX) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CONTRACT-BILLED-FLAG
           PERFORM BILL-ONE-PERIOD
               UNTIL CT-NEXT-BILL-DATE(CON-IDX) > TODAYS-DATE-TAG
                  OR (CT-END-DATE(CON-IDX) NOT = SPACES AND
                      CT-NEXT-BILL-DATE(CON-IDX) >
                      CT-END-DATE(CON-IDX))
           IF CONTRACT-WAS-BILLED
               ADD 1 TO BILLED-COUNT
           END-IF

           IF CT-END-DATE(CON-IDX) NOT = SPACES AND
              CT-END-DATE(CON-IDX) < TODAYS-DATE-TAG AND
              CT-NEXT-BILL-DATE(CON-IDX) > CT-END-DATE(CON-IDX)
               MOVE "E" TO CT-STATUS(CON-IDX)
               MOVE TODAYS-DATE-TAG TO CT-STATUS-DATE(CON-IDX)
               ADD 1 TO EXPIRED-COUNT
               PERFORM WRITE-EXPIRED-LINE
           END-IF.

      *> One charge: a sale of one unit of the contract's product,
      *> dated the day it fell due.
       BILL-ONE-PERIOD.
           MOVE SPACES TO SALES-DETAIL-LINE
           MOVE CT-AMOUNT(CON-IDX)       TO BILL-AMOUNT
           MOVE BILL-AMOUNT-X            TO SD-AMOUNT-DIGITS
           MOVE CT-CUST-ID(CON-IDX)      TO SD-CUST-ID
           MOVE CT-PRODUCT-CODE(CON-IDX) TO SD-PRODUCT-CODE
           MOVE 1                        TO SD-QUANTITY
           MOVE CT-NEXT-BILL-DATE(CON-IDX) TO SD-TRANS-DATE
           WRITE BILLING-FEED-RECORD FROM SALES-DETAIL-LINE

           ADD 1 TO CHARGE-COUNT
           ADD CT-AMOUNT(CON-IDX) TO TOTAL-BILLED
           SET CONTRACT-WAS-BILLED TO TRUE
           MOVE CT-NEXT-BILL-DATE(CON-IDX)
               TO CT-LAST-BILLED-DATE(CON-IDX)
           PERFORM ADVANCE-NEXT-BILL-DATE
           PERFORM WRITE-REGISTER-LINE.

      *> Steps the month and keeps the day, which CONTRACT-MAINT's
      *> day-28 limit on the start date keeps valid in every month.
       ADVANCE-NEXT-BILL-DATE.
           MOVE CT-NEXT-BILL-DATE(CON-IDX) TO BILL-DATE-NUM
           EVALUATE CT-FREQUENCY(CON-IDX)
               WHEN "M"
                   MOVE 1 TO MONTHS-STEP
               WHEN "Q"
                   MOVE 3 TO MONTHS-STEP
               WHEN OTHER
                   MOVE 12 TO MONTHS-STEP
           END-EVALUATE
           COMPUTE MONTHS-ON = BILL-MONTH - 1 + MONTHS-STEP
           COMPUTE BILL-YEAR = BILL-YEAR + MONTHS-ON / 12
           COMPUTE BILL-MONTH = FUNCTION MOD(MONTHS-ON, 12) + 1
           MOVE BILL-DATE-NUM TO CT-NEXT-BILL-DATE(CON-IDX).

       LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS = "00"
               PERFORM UNTIL CONTRACT-AT-END
                   READ CONTRACT-FILE
                       AT END SET CONTRACT-AT-END TO TRUE
                       NOT AT END PERFORM STORE-ONE-CONTRACT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           ELSE
               DISPLAY "No billing-contracts.dat on file - "
                   "nothing to bill."
           END-IF.

      *> A contract past the table's capacity would be dropped when
      *> the file is written back, so the run is refused instead.
       STORE-ONE-CONTRACT.
           IF CONTRACT-COUNT < 2000
               ADD 1 TO CONTRACT-COUNT
               ADD 1 TO CONTRACT-READ-COUNT
               MOVE BC-CONTRACT-ID  TO CT-CONTRACT-ID(CONTRACT-COUNT)
               MOVE BC-CUST-ID      TO CT-CUST-ID(CONTRACT-COUNT)
               MOVE BC-PRODUCT-CODE TO CT-PRODUCT-CODE(CONTRACT-COUNT)
               MOVE BC-AMOUNT       TO CT-AMOUNT(CONTRACT-COUNT)
               MOVE BC-FREQUENCY    TO CT-FREQUENCY(CONTRACT-COUNT)
               MOVE BC-START-DATE   TO CT-START-DATE(CONTRACT-COUNT)
               MOVE BC-END-DATE     TO CT-END-DATE(CONTRACT-COUNT)
               MOVE BC-NEXT-BILL-DATE
                   TO CT-NEXT-BILL-DATE(CONTRACT-COUNT)
               MOVE BC-LAST-BILLED-DATE
                   TO CT-LAST-BILLED-DATE(CONTRACT-COUNT)
               MOVE BC-STATUS       TO CT-STATUS(CONTRACT-COUNT)
               MOVE BC-STATUS-DATE  TO CT-STATUS-DATE(CONTRACT-COUNT)
           ELSE
               SET CONTRACT-TABLE-OVERFLOWED TO TRUE
               SET CONTRACT-AT-END TO TRUE
           END-IF.

       SAVE-CONTRACTS.
           IF CONTRACT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTRACT-FILE
           IF CONTRACT-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite billing-contracts.dat, "
                   "status " CONTRACT-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > CONTRACT-COUNT
               MOVE SPACES TO BILLING-CONTRACT-RECORD
               MOVE CT-CONTRACT-ID(CON-IDX)  TO BC-CONTRACT-ID
               MOVE CT-CUST-ID(CON-IDX)      TO BC-CUST-ID
               MOVE CT-PRODUCT-CODE(CON-IDX) TO BC-PRODUCT-CODE
               MOVE CT-AMOUNT(CON-IDX)       TO BC-AMOUNT
               MOVE CT-FREQUENCY(CON-IDX)    TO BC-FREQUENCY
               MOVE CT-START-DATE(CON-IDX)   TO BC-START-DATE
               MOVE CT-END-DATE(CON-IDX)     TO BC-END-DATE
               MOVE CT-NEXT-BILL-DATE(CON-IDX) TO BC-NEXT-BILL-DATE
               MOVE CT-LAST-BILLED-DATE(CON-IDX)
                   TO BC-LAST-BILLED-DATE
               MOVE CT-STATUS(CON-IDX)       TO BC-STATUS
               MOVE CT-STATUS-DATE(CON-IDX)  TO BC-STATUS-DATE
               WRITE BILLING-CONTRACT-RECORD
           END-PERFORM
           CLOSE CONTRACT-FILE.

       WRITE-REGISTER-HEADER.
           MOVE "RECURRING CONTRACT BILLING REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ALL "-" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           MOVE "CONTRACT"  TO REGISTER-LINE(3:8)
           MOVE "CUST"      TO REGISTER-LINE(13:4)
           MOVE "PRODUCT"   TO REGISTER-LINE(21:7)
           MOVE "FREQ"      TO REGISTER-LINE(33:4)
           MOVE "BILL DATE" TO REGISTER-LINE(39:9)
           MOVE "AMOUNT"    TO REGISTER-LINE(52:6)
           MOVE "NEXT BILL" TO REGISTER-LINE(60:9)
           WRITE REGISTER-LINE.

      *> Written after the next bill date has moved on, so the line
      *> shows the charge's own date and the one that follows it.
       WRITE-REGISTER-LINE.
           MOVE CT-AMOUNT(CON-IDX) TO AMOUNT-ED
           MOVE SPACES TO REGISTER-LINE
           MOVE CT-CONTRACT-ID(CON-IDX)      TO REGISTER-LINE(3:8)
           MOVE CT-CUST-ID(CON-IDX)          TO REGISTER-LINE(13:6)
           MOVE CT-PRODUCT-CODE(CON-IDX)     TO REGISTER-LINE(21:10)
           MOVE CT-FREQUENCY(CON-IDX)        TO REGISTER-LINE(34:1)
           MOVE CT-LAST-BILLED-DATE(CON-IDX) TO REGISTER-LINE(39:8)
           MOVE AMOUNT-ED                    TO REGISTER-LINE(50:8)
           MOVE CT-NEXT-BILL-DATE(CON-IDX)   TO REGISTER-LINE(60:8)
           WRITE REGISTER-LINE.

       WRITE-EXPIRED-LINE.
           MOVE SPACES TO REGISTER-LINE
           MOVE CT-CONTRACT-ID(CON-IDX)  TO REGISTER-LINE(3:8)
           MOVE CT-CUST-ID(CON-IDX)      TO REGISTER-LINE(13:6)
           MOVE CT-PRODUCT-CODE(CON-IDX) TO REGISTER-LINE(21:10)
           MOVE CT-FREQUENCY(CON-IDX)    TO REGISTER-LINE(34:1)
           STRING "*** EXPIRED - CONTRACT ENDED "
               CT-END-DATE(CON-IDX)
               DELIMITED BY SIZE INTO REGISTER-LINE(39:40)
           END-STRING
           WRITE REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE TOTAL-BILLED TO TOTAL-ED
           MOVE SPACES TO REGISTER-LINE
           STRING "  CHARGES: " CHARGE-COUNT
               "   CONTRACTS BILLED: " BILLED-COUNT
               "   EXPIRED: " EXPIRED-COUNT
               "   TOTAL: " TOTAL-ED
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "END OF REPORT" TO REGISTER-LINE
           WRITE REGISTER-LINE.

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
