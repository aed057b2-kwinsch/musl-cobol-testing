       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-UPDATE.

      *> Nightly stock update, run after MIXED-EXAMPLE. Takes the
      *> quantity on every validated sales line in processed.txt
      *> off the product's stock-on-hand.idx record, and puts the
      *> quantity on a return (a negative amount) back. Each line
      *> is journaled to stock-journal.dat as a SALE or RETURN,
      *> carrying the name of the feed MIXED-EXAMPLE stamped on it
      *> and the units on hand either side, so a count discrepancy
      *> can be traced to the day and feed that caused it. A
      *> product sold before the warehouse ever booked it gets a
      *> stock record at zero (and so goes negative).
      *>
      *> After the update, stock-on-hand.idx is read through once
      *> for two lists: stock-reorder-report.txt (products below
      *> their reorder point) and
      *> stock-negative-exceptions.txt (products with fewer than
      *> zero units on hand - more sold than was ever received,
      *> which needs a count). Any negative stock sets a warning.
      *>
      *> processed.txt is rebuilt every night, so applying it twice
      *> would take the same sales off twice: a second run for the
      *> same business date is refused (via stock-update-history.ctl)
      *> unless STOCK-RERUN-OVERRIDE=Y.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESSED-FILE ASSIGN TO "processed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROCESSED-FILE-STATUS.
           SELECT STOCK-FILE ASSIGN TO "stock-on-hand.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOH-PRODUCT-CODE
               FILE STATUS IS STOCK-FILE-STATUS.
           SELECT STOCK-JOURNAL-FILE ASSIGN TO "stock-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-JOURNAL-STATUS.
           SELECT REORDER-FILE ASSIGN TO "stock-reorder-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEGATIVE-FILE
               ASSIGN TO "stock-negative-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-HISTORY-FILE
               ASSIGN TO "stock-update-history.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROCESSED-FILE.
       01 PROCESSED-RECORD    PIC X(80).

       FD STOCK-FILE.
       COPY STOCKREC.

       FD STOCK-JOURNAL-FILE.
       COPY STKJRNL.

       FD REORDER-FILE.
       01 REORDER-LINE        PIC X(100).

       FD NEGATIVE-FILE.
       01 NEGATIVE-LINE       PIC X(100).

       FD RUN-HISTORY-FILE.
       01 RUN-HISTORY-RECORD.
          05 RUNHIST-RUN-DATE PIC X(8).

       WORKING-STORAGE SECTION.
       COPY SALESDTL.

       01 PROCESSED-FILE-STATUS PIC X(2).
       01 STOCK-FILE-STATUS     PIC X(2).
       01 STOCK-JOURNAL-STATUS  PIC X(2).
       01 RUN-HISTORY-STATUS    PIC X(2).

       01 PROCESSED-EOF-FLAG  PIC X VALUE "N".
          88 PROCESSED-AT-END VALUE "Y".
       01 STOCK-EOF-FLAG      PIC X VALUE "N".
          88 STOCK-AT-END     VALUE "Y".
       01 STOCK-FOUND-FLAG    PIC X VALUE "N".
          88 STOCK-RECORD-FOUND VALUE "Y".
       01 OVERRIDE-FLAG       PIC X VALUE "N".
       01 ABORT-DUPLICATE-RUN PIC X VALUE "N".
          88 DUPLICATE-RUN-DETECTED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 MOVE-QUANTITY       PIC S9(7).
       01 ON-HAND-BEFORE      PIC S9(7).
       01 SHORTFALL           PIC S9(7).

       01 SALE-COUNT          PIC 9(6) VALUE 0.
       01 RETURN-COUNT        PIC 9(6) VALUE 0.
       01 SKIPPED-COUNT       PIC 9(6) VALUE 0.
       01 NEW-STOCK-COUNT     PIC 9(6) VALUE 0.
       01 REORDER-COUNT       PIC 9(6) VALUE 0.
       01 NEGATIVE-COUNT      PIC 9(6) VALUE 0.
       01 UNITS-SOLD          PIC 9(9) VALUE 0.
       01 UNITS-RETURNED      PIC 9(9) VALUE 0.

       01 QUANTITY-ED         PIC -Z,ZZZ,ZZ9.
       01 REORDER-ED          PIC Z,ZZZ,ZZ9.
       01 SHORTFALL-ED        PIC -Z,ZZZ,ZZ9.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "STOCK-UPDATE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Nightly Stock Update"
           DISPLAY "===================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           ACCEPT OVERRIDE-FLAG FROM ENVIRONMENT
               "STOCK-RERUN-OVERRIDE"

           PERFORM CHECK-DUPLICATE-RUN
           IF DUPLICATE-RUN-DETECTED
               SET JOB-RC-ERROR TO TRUE
               STRING "Stock already updated for today's run "
                      "date; set STOCK-RERUN-OVERRIDE=Y to force"
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

           OPEN INPUT PROCESSED-FILE
           IF PROCESSED-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "processed.txt not found - run MIXED-EXAMPLE "
                   "first" DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> Created here if the warehouse has not yet run STOCK-MAINT,
      *> so the night's sales are still recorded against it.
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
               CLOSE PROCESSED-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND STOCK-JOURNAL-FILE
           IF STOCK-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT STOCK-JOURNAL-FILE
           END-IF

           PERFORM UNTIL PROCESSED-AT-END
               READ PROCESSED-FILE
                   AT END SET PROCESSED-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE PROCESSED-FILE
           CLOSE STOCK-JOURNAL-FILE

           PERFORM WRITE-STOCK-REPORTS
           CLOSE STOCK-FILE

           PERFORM WRITE-RUN-HISTORY

           DISPLAY "Sales lines applied:    " SALE-COUNT
           DISPLAY "Returns applied:        " RETURN-COUNT
           DISPLAY "Lines skipped:          " SKIPPED-COUNT
           DISPLAY "Units sold:             " UNITS-SOLD
           DISPLAY "Units returned:         " UNITS-RETURNED
           DISPLAY "New stock records:      " NEW-STOCK-COUNT
           DISPLAY "Below reorder point:    " REORDER-COUNT
           DISPLAY "Negative stock:         " NEGATIVE-COUNT
           DISPLAY "Wrote stock-reorder-report.txt"
           DISPLAY "Wrote stock-negative-exceptions.txt"

           IF NEGATIVE-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE NEGATIVE-COUNT TO COUNT-ED
               STRING "Products with negative stock on hand:"
                   COUNT-ED " - see stock-negative-exceptions.txt"
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

      *> One processed.txt line: the trailer, anything that does
      *> not parse as a detail, and lines with no product code or
      *> no quantity (older feeds carried neither) are skipped.
       APPLY-ONE-LINE.
           MOVE PROCESSED-RECORD TO SALES-DETAIL-LINE
           IF PROCESSED-RECORD(1:8) = "TRAILER:"
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SD-AMOUNT-DIGITS IS NOT NUMERIC
               OR SD-PRODUCT-CODE = SPACES
               OR SD-QUANTITY-X IS NOT NUMERIC
               OR (SD-AMOUNT-SIGN NOT = "-" AND
                   SD-AMOUNT-SIGN NOT = "+" AND
                   SD-AMOUNT-SIGN NOT = SPACE)
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF SD-QUANTITY = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SD-PRODUCT-CODE TO SOH-PRODUCT-CODE
           READ STOCK-FILE
               INVALID KEY
                   MOVE "N" TO STOCK-FOUND-FLAG
                   MOVE SD-PRODUCT-CODE TO SOH-PRODUCT-CODE
                   MOVE 0               TO SOH-ON-HAND
                   MOVE 0               TO SOH-REORDER-POINT
               NOT INVALID KEY
                   SET STOCK-RECORD-FOUND TO TRUE
           END-READ

      *> A sale takes its units off stock; a return (negative
      *> amount) puts them back.
           MOVE SD-QUANTITY TO MOVE-QUANTITY
           IF SD-AMOUNT-SIGN NOT = "-"
               MULTIPLY -1 BY MOVE-QUANTITY
           END-IF
           MOVE SOH-ON-HAND TO ON-HAND-BEFORE
           ADD MOVE-QUANTITY TO SOH-ON-HAND
           MOVE TODAYS-DATE-TAG TO SOH-LAST-MOVE-DATE

           IF STOCK-RECORD-FOUND
               REWRITE STOCK-ON-HAND-RECORD
           ELSE
               WRITE STOCK-ON-HAND-RECORD
               IF STOCK-FILE-STATUS = "00"
                   ADD 1 TO NEW-STOCK-COUNT
               END-IF
           END-IF
           IF STOCK-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               STRING "Stock update failed for product "
                   SD-PRODUCT-CODE ", status " STOCK-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               ADD 1 TO SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES           TO STOCK-JOURNAL-RECORD
           MOVE TODAYS-DATE-TAG  TO SJ-RUN-DATE
           MOVE SOH-PRODUCT-CODE TO SJ-PRODUCT-CODE
           IF SD-AMOUNT-SIGN = "-"
               MOVE "RETURN" TO SJ-MOVE-TYPE
               ADD 1 TO RETURN-COUNT
               ADD SD-QUANTITY TO UNITS-RETURNED
           ELSE
               MOVE "SALE" TO SJ-MOVE-TYPE
               ADD 1 TO SALE-COUNT
               ADD SD-QUANTITY TO UNITS-SOLD
           END-IF
           IF SD-FEED-NAME = SPACES
               MOVE "processed.txt" TO SJ-SOURCE
           ELSE
               MOVE SD-FEED-NAME TO SJ-SOURCE
           END-IF
           MOVE MOVE-QUANTITY   TO SJ-QUANTITY
           MOVE ON-HAND-BEFORE  TO SJ-ON-HAND-BEFORE
           MOVE SOH-ON-HAND     TO SJ-ON-HAND-AFTER
           WRITE STOCK-JOURNAL-RECORD.

      *> One pass of stock-on-hand.idx in product order feeds both
      *> lists. A reorder point of zero means the product is not
      *> reordered automatically, so it never appears on the
      *> reorder report.
       WRITE-STOCK-REPORTS.
           OPEN OUTPUT REORDER-FILE
           MOVE "STOCK BELOW REORDER POINT" TO REORDER-LINE
           WRITE REORDER-LINE
           MOVE SPACES TO REORDER-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REORDER-LINE
           WRITE REORDER-LINE
           MOVE ALL "-" TO REORDER-LINE
           WRITE REORDER-LINE
           MOVE "  PRODUCT        ON HAND   REORDER PT   SHORTFALL"
               TO REORDER-LINE
           WRITE REORDER-LINE

           OPEN OUTPUT NEGATIVE-FILE
           MOVE "NEGATIVE STOCK EXCEPTIONS" TO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           MOVE SPACES TO NEGATIVE-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           MOVE ALL "-" TO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           MOVE "  PRODUCT        ON HAND   LAST MOVED"
               TO NEGATIVE-LINE
           WRITE NEGATIVE-LINE

           MOVE LOW-VALUES TO SOH-PRODUCT-CODE
           START STOCK-FILE KEY >= SOH-PRODUCT-CODE
               INVALID KEY SET STOCK-AT-END TO TRUE
           END-START
           PERFORM UNTIL STOCK-AT-END
               READ STOCK-FILE NEXT RECORD
                   AT END SET STOCK-AT-END TO TRUE
                   NOT AT END PERFORM REPORT-ONE-PRODUCT
               END-READ
           END-PERFORM

           MOVE SPACES TO REORDER-LINE
           WRITE REORDER-LINE
           MOVE REORDER-COUNT TO COUNT-ED
           MOVE SPACES TO REORDER-LINE
           STRING "  PRODUCTS TO REORDER: " COUNT-ED
               DELIMITED BY SIZE INTO REORDER-LINE
           WRITE REORDER-LINE
           MOVE "END OF REPORT" TO REORDER-LINE
           WRITE REORDER-LINE
           CLOSE REORDER-FILE

           MOVE SPACES TO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           MOVE NEGATIVE-COUNT TO COUNT-ED
           MOVE SPACES TO NEGATIVE-LINE
           STRING "  PRODUCTS BELOW ZERO: " COUNT-ED
               DELIMITED BY SIZE INTO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           MOVE "END OF REPORT" TO NEGATIVE-LINE
           WRITE NEGATIVE-LINE
           CLOSE NEGATIVE-FILE.

       REPORT-ONE-PRODUCT.
           MOVE SOH-ON-HAND TO QUANTITY-ED
           IF SOH-REORDER-POINT > 0 AND
              SOH-ON-HAND < SOH-REORDER-POINT
               ADD 1 TO REORDER-COUNT
               COMPUTE SHORTFALL = SOH-REORDER-POINT - SOH-ON-HAND
               MOVE SOH-REORDER-POINT TO REORDER-ED
               MOVE SHORTFALL         TO SHORTFALL-ED
               MOVE SPACES TO REORDER-LINE
               STRING "  " SOH-PRODUCT-CODE " " QUANTITY-ED
                   "   " REORDER-ED "  " SHORTFALL-ED
                   DELIMITED BY SIZE INTO REORDER-LINE
               WRITE REORDER-LINE
           END-IF
           IF SOH-ON-HAND < 0
               ADD 1 TO NEGATIVE-COUNT
               MOVE SPACES TO NEGATIVE-LINE
               STRING "  " SOH-PRODUCT-CODE " " QUANTITY-ED
                   "   " SOH-LAST-MOVE-DATE
                   DELIMITED BY SIZE INTO NEGATIVE-LINE
               WRITE NEGATIVE-LINE
           END-IF.

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
