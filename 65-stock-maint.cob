       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-MAINT.

      *> Warehouse stock maintenance. Products are sold by code and
      *> quantity on the feed, but nothing tracked how much of each
      *> was left. This job applies the warehouse's receipts and
      *> count adjustments to stock-on-hand.idx (keyed like
      *> product-master.idx), and sets each product's reorder
      *> point. Every receipt and adjustment is journaled to
      *> stock-journal.dat with the units on hand before and after,
      *> the same trail STOCK-UPDATE leaves for the nightly sales,
      *> so a count discrepancy can be traced movement by movement.
      *>
      *> stock-trans.txt: an action byte (R receipt, A adjustment,
      *> P reorder point), the product code (columns 2-11), the
      *> sign of an adjustment (column 12, "-" to take stock off),
      *> the quantity as seven digits (13-19 - the new reorder
      *> point on a P), and the delivery note or count reference
      *> (20-39). A product must be on the product master when
      *> there is one; its stock record is created by the first
      *> transaction that names it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-TRANS-FILE ASSIGN TO "stock-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-TRANS-STATUS.
           SELECT STOCK-FILE ASSIGN TO "stock-on-hand.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SOH-PRODUCT-CODE
               FILE STATUS IS STOCK-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "product-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS PROD-MASTER-STATUS.
           SELECT STOCK-JOURNAL-FILE ASSIGN TO "stock-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STOCK-TRANS-FILE.
       01 STOCK-TRANS-RECORD.
          05 ST-ACTION        PIC X(1).
             88 STOCK-RECEIPT-TRANS VALUE "R".
             88 STOCK-ADJUST-TRANS  VALUE "A".
             88 STOCK-REORDER-TRANS VALUE "P".
          05 ST-PRODUCT-CODE  PIC X(10).
          05 ST-SIGN          PIC X(1).
          05 ST-QUANTITY-X    PIC X(7).
          05 ST-QUANTITY REDEFINES ST-QUANTITY-X
                              PIC 9(7).
          05 ST-REFERENCE     PIC X(20).

       FD STOCK-FILE.
       COPY STOCKREC.

       FD PRODUCT-MASTER.
       COPY PRODREC.

       FD STOCK-JOURNAL-FILE.
       COPY STKJRNL.

       WORKING-STORAGE SECTION.
       01 STOCK-TRANS-STATUS   PIC X(2).
       01 STOCK-FILE-STATUS    PIC X(2).
       01 PROD-MASTER-STATUS   PIC X(2).
       01 STOCK-JOURNAL-STATUS PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 MASTER-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-PRODUCT-MASTER VALUE "Y".
       01 STOCK-FOUND-FLAG    PIC X VALUE "N".
          88 STOCK-RECORD-FOUND VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 MOVE-QUANTITY       PIC S9(7).
       01 MOVE-TYPE-TAG       PIC X(8).
       01 ON-HAND-BEFORE      PIC S9(7).

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 RECEIPT-COUNT       PIC 9(4) VALUE 0.
       01 ADJUST-COUNT        PIC 9(4) VALUE 0.
       01 REORDER-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "STOCK-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Warehouse Stock Maintenance"
           DISPLAY "==========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT STOCK-TRANS-FILE
           IF STOCK-TRANS-STATUS NOT = "00"
               DISPLAY "No stock-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> There is no separate load job for stock - the first
      *> maintenance run creates the file (as ADDR-MAINT does for
      *> the address file).
           OPEN I-O STOCK-FILE
           IF STOCK-FILE-STATUS NOT = "00"
               OPEN OUTPUT STOCK-FILE
               IF STOCK-FILE-STATUS = "00"
                   CLOSE STOCK-FILE
                   OPEN I-O STOCK-FILE
               END-IF
           END-IF
           IF STOCK-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "Could not open stock-on-hand.idx, status "
                   STOCK-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE STOCK-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF PROD-MASTER-STATUS = "00"
               SET HAVE-PRODUCT-MASTER TO TRUE
           END-IF

           OPEN EXTEND STOCK-JOURNAL-FILE
           IF STOCK-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT STOCK-JOURNAL-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ STOCK-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE STOCK-TRANS-FILE
           CLOSE STOCK-FILE
           CLOSE STOCK-JOURNAL-FILE
           IF HAVE-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Receipts:            " RECEIPT-COUNT
           DISPLAY "Adjustments:         " ADJUST-COUNT
           DISPLAY "Reorder points set:  " REORDER-COUNT
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
           IF ST-PRODUCT-CODE = SPACES OR
              ST-QUANTITY-X IS NOT NUMERIC OR
              (ST-SIGN NOT = "-" AND ST-SIGN NOT = "+" AND
               ST-SIGN NOT = SPACE)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF HAVE-PRODUCT-MASTER
               MOVE ST-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       EXIT PARAGRAPH
               END-READ
           END-IF

           PERFORM READ-STOCK-RECORD

           EVALUATE TRUE
               WHEN STOCK-RECEIPT-TRANS
                   IF ST-SIGN = "-" OR ST-QUANTITY = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE ST-QUANTITY TO MOVE-QUANTITY
                       MOVE "RECEIPT" TO MOVE-TYPE-TAG
                       PERFORM APPLY-STOCK-MOVEMENT
                   END-IF
               WHEN STOCK-ADJUST-TRANS
                   IF ST-QUANTITY = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       MOVE ST-QUANTITY TO MOVE-QUANTITY
                       IF ST-SIGN = "-"
                           MULTIPLY -1 BY MOVE-QUANTITY
                       END-IF
                       MOVE "ADJUST" TO MOVE-TYPE-TAG
                       PERFORM APPLY-STOCK-MOVEMENT
                   END-IF
               WHEN STOCK-REORDER-TRANS
                   PERFORM APPLY-REORDER-POINT
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           STRING "Rejected stock transaction " TRANS-COUNT
               " action '" ST-ACTION "' product " ST-PRODUCT-CODE
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> Leaves the product's stock record in the FD buffer - the
      *> one on file, or a fresh zero record for a product the
      *> warehouse has not held before.
       READ-STOCK-RECORD.
           MOVE ST-PRODUCT-CODE TO SOH-PRODUCT-CODE
           READ STOCK-FILE
               INVALID KEY
                   MOVE "N" TO STOCK-FOUND-FLAG
                   MOVE ST-PRODUCT-CODE TO SOH-PRODUCT-CODE
                   MOVE 0               TO SOH-ON-HAND
                   MOVE 0               TO SOH-REORDER-POINT
                   MOVE SPACES          TO SOH-LAST-MOVE-DATE
               NOT INVALID KEY
                   SET STOCK-RECORD-FOUND TO TRUE
           END-READ.

       APPLY-STOCK-MOVEMENT.
           MOVE SOH-ON-HAND TO ON-HAND-BEFORE
           ADD MOVE-QUANTITY TO SOH-ON-HAND
           MOVE TODAYS-DATE-TAG TO SOH-LAST-MOVE-DATE
           PERFORM STORE-STOCK-RECORD
           IF STOCK-FILE-STATUS NOT = "00"
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES          TO STOCK-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG TO SJ-RUN-DATE
           MOVE SOH-PRODUCT-CODE TO SJ-PRODUCT-CODE
           MOVE MOVE-TYPE-TAG   TO SJ-MOVE-TYPE
           MOVE ST-REFERENCE    TO SJ-SOURCE
           MOVE MOVE-QUANTITY   TO SJ-QUANTITY
           MOVE ON-HAND-BEFORE  TO SJ-ON-HAND-BEFORE
           MOVE SOH-ON-HAND     TO SJ-ON-HAND-AFTER
           WRITE STOCK-JOURNAL-RECORD

           IF STOCK-RECEIPT-TRANS
               ADD 1 TO RECEIPT-COUNT
           ELSE
               ADD 1 TO ADJUST-COUNT
           END-IF.

      *> A reorder point is a setting, not a movement, so it is not
      *> journaled; the quantity is taken as given (the sign byte
      *> is ignored).
       APPLY-REORDER-POINT.
           MOVE ST-QUANTITY TO SOH-REORDER-POINT
           PERFORM STORE-STOCK-RECORD
           IF STOCK-FILE-STATUS = "00"
               ADD 1 TO REORDER-COUNT
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

       STORE-STOCK-RECORD.
           IF STOCK-RECORD-FOUND
               REWRITE STOCK-ON-HAND-RECORD
           ELSE
               WRITE STOCK-ON-HAND-RECORD
               IF STOCK-FILE-STATUS = "00"
                   SET STOCK-RECORD-FOUND TO TRUE
               END-IF
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
