      *>
      *> refund-policy.ctl: columns 1-8 the minimum credit balance
      *> refunded, as 999999V99 ("00002500" = 25.00).
      *> A refund is dated the business date. When that month has
      *> already been closed on month-end-close.ctl the refund is
      *> not cut: it is held on prior-period-adjust.dat for
      *> finance's approval (PERIOD-ADJ-APPROVE), which writes the
      *> extract line if it is approved. An account with such a
      *> refund still pending is passed over, so the credit is
      *> never refunded twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS RUN-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "refund-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-ADJ-FILE ASSIGN TO "prior-period-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-ADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

      *> Only the job, account and status of each prior-period item
      *> are wanted here (the full layout is PPADJ).
       FD PENDING-ADJ-FILE.
       01 PENDING-ADJ-RECORD.
          05 FILLER           PIC X(8).
          05 PADJ-SOURCE-JOB  PIC X(16).
          05 FILLER           PIC X(30).
          05 PADJ-CUST-ID-X   PIC X(6).
          05 PADJ-CUST-ID REDEFINES PADJ-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(30).
          05 PADJ-STATUS      PIC X(1).
          05 FILLER           PIC X(70).

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS  PIC X(2).
       01 POLICY-FILE-STATUS  PIC X(2).
       01 EXTRACT-FILE-STATUS PIC X(2).
       01 JOURNAL-FILE-STATUS PIC X(2).
       01 RUN-HISTORY-STATUS  PIC X(2).
       01 PENDING-ADJ-STATUS  PIC X(2).

       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".
       01 PENDING-EOF-FLAG    PIC X VALUE "N".
          88 PENDING-AT-END   VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 CHAIN-STEP          PIC S9(4)V99.
       01 ACCOUNT-COUNT       PIC 9(6) VALUE 0.
       01 REFUND-COUNT        PIC 9(6) VALUE 0.
       01 LATE-ITEM-COUNT     PIC 9(6) VALUE 0.
       01 PENDING-SKIP-COUNT  PIC 9(6) VALUE 0.
       01 TOTAL-REFUNDED      PIC S9(9)V99 VALUE 0.
       01 REFUND-ED           PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 AMOUNT-ED           PIC ZZ,ZZZ,ZZ9.99.

      *> Refunds are dated the business date; a closed month holds
      *> them for finance's prior-period approval instead.
       01 PERIOD-CLOSED-FLAG  PIC X.
          88 PERIOD-IS-CLOSED VALUE "Y".
       COPY PPADJ.

      *> Accounts with a refund already held for prior-period
      *> approval and not yet decided.
       01 PENDING-REFUND-COUNT PIC S9(4) COMP VALUE 0.
       01 PENDING-REFUND-TABLE.
          05 PENDING-REFUND-ENTRY OCCURS 0 TO 500 TIMES
                       DEPENDING ON PENDING-REFUND-COUNT
                       INDEXED BY PEND-IDX.
             10 PR-CUST-ID    PIC 9(6).
       01 PENDING-REFUND-FLAG PIC X VALUE "N".
          88 REFUND-IS-PENDING VALUE "Y".

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "REFUND-ISSUE".
       01 ERRLOG-TEXT         PIC X(80).

           END-IF

           PERFORM READ-REFUND-POLICY
           PERFORM LOAD-PENDING-REFUNDS

           CALL "PERIOD-CHECK" USING
               BY REFERENCE TODAYS-DATE-TAG
               BY REFERENCE PERIOD-CLOSED-FLAG
           IF PERIOD-IS-CLOSED
               DISPLAY "Month " TODAYS-DATE-TAG(1:6) " is closed - "
                   "refunds held for prior-period approval"
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
           MOVE TOTAL-REFUNDED TO REFUND-ED
           DISPLAY "Accounts read:      " ACCOUNT-COUNT
           DISPLAY "Refunds issued:     " REFUND-COUNT
           DISPLAY "Late-dated (held):  " LATE-ITEM-COUNT
           DISPLAY "Held, already due:  " PENDING-SKIP-COUNT
           DISPLAY "Total refunded:    $" REFUND-ED
           DISPLAY "Wrote refund-extract.txt and "
               "refund-register.txt"

           IF LATE-ITEM-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Refunds for closed month " TODAYS-DATE-TAG(1:6)
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

      *> One master account: a credit balance at or over the
      *> threshold is refunded in full - extract line, offsetting
      *> journal debit, balance to zero, register line. An account
      *> whose refund is still waiting on prior-period approval is
      *> left alone.
       CONSIDER-ONE-ACCOUNT.
           ADD 1 TO ACCOUNT-COUNT
           IF CM-CUST-BALANCE >= REFUND-THRESHOLD AND
              CM-CUST-BALANCE > 0
               PERFORM CHECK-PENDING-REFUND
               IF REFUND-IS-PENDING
                   ADD 1 TO PENDING-SKIP-COUNT
               ELSE
                   PERFORM ISSUE-ONE-REFUND
               END-IF
           END-IF.

       CHECK-PENDING-REFUND.
           MOVE "N" TO PENDING-REFUND-FLAG
           IF PENDING-REFUND-COUNT > 0
               SET PEND-IDX TO 1
               SEARCH PENDING-REFUND-ENTRY
                   AT END CONTINUE
                   WHEN PR-CUST-ID(PEND-IDX) = CM-CUST-ID
                       SET REFUND-IS-PENDING TO TRUE
               END-SEARCH
           END-IF.

       ISSUE-ONE-REFUND.
           MOVE CM-CUST-BALANCE TO REFUND-AMOUNT
           IF PERIOD-IS-CLOSED
               PERFORM ROUTE-LATE-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE CM-CUST-BALANCE TO CHAIN-BALANCE
           MOVE 0 TO CM-CUST-BALANCE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *> The refund is held, not cut: the balance stays in credit
      *> until finance decides, and the held amount is the debit the
      *> refund would have posted.
       ROUTE-LATE-ITEM.
           ADD 1 TO LATE-ITEM-COUNT
           MOVE SPACES              TO PRIOR-PERIOD-ADJ-RECORD
           MOVE "REFUND-ISSUE"      TO PPA-SOURCE-JOB
           MOVE TODAYS-DATE-TAG     TO PPA-RUN-DATE
           MOVE TODAYS-DATE-TAG     TO PPA-TRANS-DATE
           MOVE TODAYS-DATE-TAG(1:6) TO PPA-PERIOD
           MOVE CM-CUST-ID          TO PPA-CUST-ID
           COMPUTE PPA-AMOUNT = 0 - REFUND-AMOUNT
           MOVE "REFUND"            TO PPA-REFERENCE
           MOVE CM-CUST-NAME        TO PPA-ORIGINAL-TEXT
           CALL "PERIOD-ADJ-WRITER" USING
               BY REFERENCE PRIOR-PERIOD-ADJ-RECORD.

      *> Refunds held by an earlier run and still pending on
      *> prior-period-adjust.dat. No file simply means none.
       LOAD-PENDING-REFUNDS.
           OPEN INPUT PENDING-ADJ-FILE
           IF PENDING-ADJ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PENDING-AT-END
               READ PENDING-ADJ-FILE
                   AT END SET PENDING-AT-END TO TRUE
                   NOT AT END
                       IF PADJ-SOURCE-JOB = "REFUND-ISSUE" AND
                          PADJ-STATUS = "P" AND
                          PADJ-CUST-ID-X IS NUMERIC AND
                          PENDING-REFUND-COUNT < 500
                           ADD 1 TO PENDING-REFUND-COUNT
                           MOVE PADJ-CUST-ID
                               TO PR-CUST-ID(PENDING-REFUND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-ADJ-FILE.

      *> Journals the refund as a chain of records stepping the
      *> balance from its credit down to zero, each step within
      *> PJ-AMOUNT's S9(4)V99 range and each with exact
                   END-IF
               END-IF
               MOVE TODAYS-DATE-TAG TO PJ-RUN-DATE
               MOVE SPACES          TO PJ-SALE-DETAIL
               MOVE CM-CUST-ID      TO PJ-CUST-ID
               MOVE CHAIN-STEP      TO PJ-AMOUNT
               MOVE CHAIN-BALANCE   TO PJ-BALANCE-BEFORE
