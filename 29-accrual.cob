      *> accrual-rates.ctl: columns 1-6 the monthly interest rate
      *> as 99V9999 percent ("015000" = 1.5000%), columns 9-14 the
      *> maintenance fee as 9999V99 ("002500" = 25.00).
      *> If the business date's month has already been closed on
      *> month-end-close.ctl the charges are worked out as usual but
      *> held on prior-period-adjust.dat for finance's approval
      *> (PERIOD-ADJ-APPROVE) instead of being applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ACCOUNT-COUNT       PIC 9(6) VALUE 0.
       01 INTEREST-COUNT      PIC 9(6) VALUE 0.
       01 FEE-COUNT           PIC 9(6) VALUE 0.
       01 LATE-ITEM-COUNT     PIC 9(6) VALUE 0.
       01 TOTAL-CHARGED       PIC S9(9)V99 VALUE 0.
       01 TOTAL-CHARGED-ED    PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 WORK-STATUS         PIC X(20).

      *> Accruals are dated the business date. When that month has
      *> already been closed on month-end-close.ctl the charges are
      *> not applied; each is handed to PERIOD-ADJ-WRITER for
      *> finance's prior-period approval instead.
       01 PERIOD-CLOSED-FLAG  PIC X.
          88 PERIOD-IS-CLOSED VALUE "Y".
       COPY PPADJ.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "ACCRUAL".
       01 ERRLOG-TEXT         PIC X(80).


           PERFORM READ-RATE-PARAMETERS

           CALL "PERIOD-CHECK" USING
               BY REFERENCE TODAYS-DATE-TAG
               BY REFERENCE PERIOD-CLOSED-FLAG
           IF PERIOD-IS-CLOSED
               DISPLAY "Month " CURRENT-MONTH-TAG " is closed - "
                   "charges held for prior-period approval"
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
           DISPLAY "Accounts read:       " ACCOUNT-COUNT
           DISPLAY "Interest charges:    " INTEREST-COUNT
           DISPLAY "Maintenance fees:    " FEE-COUNT
           DISPLAY "Late-dated (held):   " LATE-ITEM-COUNT
           DISPLAY "Total charged:      $" TOTAL-CHARGED-ED

           IF LATE-ITEM-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Accruals for closed month " CURRENT-MONTH-TAG
                   " held on prior-period-adjust.dat"
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
                   CM-CUST-BALANCE * INTEREST-RATE / 100
               MOVE "INTEREST" TO CHARGE-TYPE-TAG
               PERFORM APPLY-ONE-CHARGE
               IF CUST-MASTER-STATUS = "00" AND NOT PERIOD-IS-CLOSED
                   ADD 1 TO INTEREST-COUNT
               END-IF
           END-IF
               COMPUTE CHARGE-AMOUNT = 0 - MAINTENANCE-FEE
               MOVE "MAINTFEE" TO CHARGE-TYPE-TAG
               PERFORM APPLY-ONE-CHARGE
               IF CUST-MASTER-STATUS = "00" AND NOT PERIOD-IS-CLOSED
                   ADD 1 TO FEE-COUNT
               END-IF
           END-IF.
      *> CHARGE-AMOUNT is negative (it reduces the balance); the
      *> journal line is written only when the REWRITE took.
       APPLY-ONE-CHARGE.
           IF PERIOD-IS-CLOSED
               PERFORM ROUTE-LATE-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES          TO ACCRUAL-JOURNAL-RECORD
           MOVE CHARGE-TYPE-TAG TO AJ-CHARGE-TYPE
           MOVE TODAYS-DATE-TAG TO AJ-RUN-DATE
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

       ROUTE-LATE-ITEM.
           ADD 1 TO LATE-ITEM-COUNT
           MOVE SPACES            TO PRIOR-PERIOD-ADJ-RECORD
           MOVE "ACCRUAL"         TO PPA-SOURCE-JOB
           MOVE TODAYS-DATE-TAG   TO PPA-RUN-DATE
           MOVE TODAYS-DATE-TAG   TO PPA-TRANS-DATE
           MOVE CURRENT-MONTH-TAG TO PPA-PERIOD
           MOVE CM-CUST-ID        TO PPA-CUST-ID
           MOVE CHARGE-AMOUNT     TO PPA-AMOUNT
           MOVE CHARGE-TYPE-TAG   TO PPA-REFERENCE
           STRING CHARGE-TYPE-TAG " accrual for " CURRENT-MONTH-TAG
               DELIMITED BY SIZE INTO PPA-ORIGINAL-TEXT
           CALL "PERIOD-ADJ-WRITER" USING
               BY REFERENCE PRIOR-PERIOD-ADJ-RECORD.

       CHECK-DUPLICATE-RUN.
           MOVE "N" TO ABORT-DUPLICATE-RUN
           OPEN INPUT RUN-HISTORY-FILE
