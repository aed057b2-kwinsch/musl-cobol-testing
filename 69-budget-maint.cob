       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-MAINT.

      *> Sales budget maintenance. MONTH-END-CLOSE says what a
      *> month sold but there was nothing on file to say what it
      *> was meant to sell. Finance loads the year's budget into
      *> sales-budget.idx through this job, by month and product
      *> code and, where a region is budgeted separately, by feed -
      *> add/change/delete transactions keyed the same way, applied
      *> the way PROD-MAINT applies product changes, with a
      *> before-and-after image of every touched record on
      *> budget-maint-audit.txt. BUDGET-REPORT compares the actuals
      *> against it.
      *>
      *> budget-maint-trans.txt: an action byte (A, C, or D), the
      *> budget month YYYYMM (columns 2-7), the product code
      *> (8-17), the feed name (18-37, blank for all feeds), the
      *> sign of the amount (38, "-" or blank), and the budgeted
      *> sales as 999999999V99 (39-49). On a delete only the key
      *> matters. A product must be on the product master when
      *> there is one, and may be budgeted either in total or by
      *> feed in a given month, not both.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "budget-maint-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-TRANS-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "sales-budget.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS BUDGET-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "product-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS PROD-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "budget-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
          05 BT-ACTION        PIC X(1).
             88 BUDGET-ADD-TRANS     VALUE "A".
             88 BUDGET-CHANGE-TRANS  VALUE "C".
             88 BUDGET-DELETE-TRANS  VALUE "D".
          05 BT-KEY.
             10 BT-MONTH         PIC X(6).
             10 BT-PRODUCT-CODE  PIC X(10).
             10 BT-FEED-NAME     PIC X(20).
          05 BT-SIGN          PIC X(1).
          05 BT-AMOUNT-X      PIC X(11).
          05 BT-AMOUNT REDEFINES BT-AMOUNT-X
                              PIC 9(9)V99.

       FD BUDGET-FILE.
       COPY BUDGREC.

       FD PRODUCT-MASTER.
       COPY PRODREC.

      *> One image line per budget touch - BEFORE and AFTER for a
      *> change, BEFORE only for a delete, ADD only for an add.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 BA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 BA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 BA-MONTH         PIC X(6).
          05 FILLER           PIC X(1).
          05 BA-PRODUCT-CODE  PIC X(10).
          05 FILLER           PIC X(1).
          05 BA-FEED-NAME     PIC X(20).
          05 FILLER           PIC X(1).
          05 BA-AMOUNT        PIC -ZZZ,ZZZ,ZZ9.99.

       WORKING-STORAGE SECTION.
       01 MAINT-TRANS-STATUS  PIC X(2).
       01 BUDGET-FILE-STATUS  PIC X(2).
       01 PROD-MASTER-STATUS  PIC X(2).
       01 MAINT-AUDIT-STATUS  PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 MASTER-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-PRODUCT-MASTER VALUE "Y".
       01 MIXED-BUDGET-FLAG   PIC X VALUE "N".
          88 BUDGET-WOULD-MIX VALUE "Y".
       01 SCAN-DONE-FLAG      PIC X VALUE "N".
          88 SCAN-IS-DONE     VALUE "Y".

       01 IMAGE-TYPE-TAG      PIC X(6).
       01 SIGNED-AMOUNT       PIC S9(9)V99.

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 ADDED-COUNT         PIC 9(4) VALUE 0.
       01 CHANGED-COUNT       PIC 9(4) VALUE 0.
       01 DELETED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "BUDGET-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Sales Budget Maintenance"
           DISPLAY "========================"
           DISPLAY " "

           OPEN INPUT MAINT-TRANS-FILE
           IF MAINT-TRANS-STATUS NOT = "00"
               DISPLAY "No budget-maint-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> The first maintenance run creates the budget file.
           OPEN I-O BUDGET-FILE
           IF BUDGET-FILE-STATUS NOT = "00"
               OPEN OUTPUT BUDGET-FILE
               IF BUDGET-FILE-STATUS = "00"
                   CLOSE BUDGET-FILE
                   OPEN I-O BUDGET-FILE
               END-IF
           END-IF
           IF BUDGET-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "Could not open sales-budget.idx, status "
                   BUDGET-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE MAINT-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PROD-MASTER-STATUS = "00"
               SET HAVE-PRODUCT-MASTER TO TRUE
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ MAINT-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE MAINT-TRANS-FILE
           CLOSE BUDGET-FILE
           CLOSE MAINT-AUDIT-FILE
           IF HAVE-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Added:               " ADDED-COUNT
           DISPLAY "Changed:             " CHANGED-COUNT
           DISPLAY "Deleted:             " DELETED-COUNT
           DISPLAY "Rejected:            " REJECTED-COUNT

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
           IF BT-MONTH IS NOT NUMERIC OR
              BT-MONTH(5:2) < "01" OR BT-MONTH(5:2) > "12" OR
              BT-PRODUCT-CODE = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN BUDGET-ADD-TRANS
                       PERFORM APPLY-ADD
                   WHEN BUDGET-CHANGE-TRANS
                       PERFORM APPLY-CHANGE
                   WHEN BUDGET-DELETE-TRANS
                       PERFORM APPLY-DELETE
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           STRING "Rejected budget transaction " TRANS-COUNT
               " action '" BT-ACTION "' " BT-MONTH " "
               BT-PRODUCT-CODE
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> An add must name a new key, a known product, a valid
      *> amount, and must not budget a product both in total and
      *> by feed for the same month.
       APPLY-ADD.
           IF BT-AMOUNT-X IS NOT NUMERIC OR
              (BT-SIGN NOT = "-" AND BT-SIGN NOT = SPACE)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF HAVE-PRODUCT-MASTER
               MOVE BT-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       EXIT PARAGRAPH
               END-READ
           END-IF
           PERFORM CHECK-BUDGET-MIX
           IF BUDGET-WOULD-MIX
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE BT-KEY TO BG-KEY
           READ BUDGET-FILE
               INVALID KEY
                   PERFORM BUILD-ADDED-RECORD
               NOT INVALID KEY
                   PERFORM REJECT-TRANSACTION
           END-READ.

       BUILD-ADDED-RECORD.
           MOVE BT-KEY TO BG-KEY
           PERFORM SET-SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO BG-AMOUNT
           WRITE SALES-BUDGET-RECORD
           IF BUDGET-FILE-STATUS = "00"
               ADD 1 TO ADDED-COUNT
               MOVE "ADD" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

      *> A blank feed may not sit beside feed-level lines for the
      *> same month and product, nor a feed-level line beside a
      *> blank-feed one. The keys sort together, so one START on
      *> month and product finds them all.
       CHECK-BUDGET-MIX.
           MOVE "N" TO MIXED-BUDGET-FLAG
           MOVE "N" TO SCAN-DONE-FLAG
           MOVE BT-MONTH        TO BG-MONTH
           MOVE BT-PRODUCT-CODE TO BG-PRODUCT-CODE
           MOVE LOW-VALUES      TO BG-FEED-NAME
           START BUDGET-FILE KEY >= BG-KEY
               INVALID KEY SET SCAN-IS-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-IS-DONE
               READ BUDGET-FILE NEXT RECORD
                   AT END SET SCAN-IS-DONE TO TRUE
                   NOT AT END
                       IF BG-MONTH NOT = BT-MONTH OR
                          BG-PRODUCT-CODE NOT = BT-PRODUCT-CODE
                           SET SCAN-IS-DONE TO TRUE
                       ELSE
                           IF (BT-FEED-NAME = SPACES AND
                               BG-FEED-NAME NOT = SPACES) OR
                              (BT-FEED-NAME NOT = SPACES AND
                               BG-FEED-NAME = SPACES)
                               SET BUDGET-WOULD-MIX TO TRUE
                               SET SCAN-IS-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-CHANGE.
           IF BT-AMOUNT-X IS NOT NUMERIC OR
              (BT-SIGN NOT = "-" AND BT-SIGN NOT = SPACE)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE BT-KEY TO BG-KEY
           READ BUDGET-FILE
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM APPLY-CHANGE-AMOUNT
           END-READ.

       APPLY-CHANGE-AMOUNT.
           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           PERFORM SET-SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO BG-AMOUNT
           REWRITE SALES-BUDGET-RECORD
           IF BUDGET-FILE-STATUS = "00"
               ADD 1 TO CHANGED-COUNT
               MOVE "AFTER" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

       APPLY-DELETE.
           MOVE BT-KEY TO BG-KEY
           READ BUDGET-FILE
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM APPLY-DELETE-RECORD
           END-READ.

       APPLY-DELETE-RECORD.
           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           DELETE BUDGET-FILE
           IF BUDGET-FILE-STATUS = "00"
               ADD 1 TO DELETED-COUNT
               MOVE "DELETE" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

       SET-SIGNED-AMOUNT.
           MOVE BT-AMOUNT TO SIGNED-AMOUNT
           IF BT-SIGN = "-"
               MULTIPLY -1 BY SIGNED-AMOUNT
           END-IF.

      *> Images the SALES-BUDGET-RECORD currently in the FD buffer.
      *> The record is blanked first so the separator bytes come
      *> out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO BA-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO BA-IMAGE-TYPE
           MOVE BG-MONTH              TO BA-MONTH
           MOVE BG-PRODUCT-CODE       TO BA-PRODUCT-CODE
           MOVE BG-FEED-NAME          TO BA-FEED-NAME
           MOVE BG-AMOUNT             TO BA-AMOUNT
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
