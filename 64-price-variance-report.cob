       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-VARIANCE-REPORT.

      *> Daily price-variance report. SALES-LINE-EDIT now checks each
      *> feed line's amount against SD-QUANTITY times the product's
      *> PM-UNIT-PRICE, and MIXED-EXAMPLE diverts the lines outside
      *> the tolerance to sales-price.exceptions. This job reads
      *> back today's exceptions and summarises them by product and
      *> feed - lines, amount keyed, amount the price list says,
      *> and the variance - so a regional office keying stale
      *> prices shows up as one feed's block on one product before
      *> the repaired lines are resubmitted and the money posts.
      *> The expected amount is recomputed off the product master as
      *> it stands now, so a price corrected since the feed ran is
      *> reflected here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO "sales-price.exceptions"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-EXCEPTION-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "product-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS PROD-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "price-variance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICE-EXCEPTION-FILE.
       COPY REJREC.

       FD PRODUCT-MASTER.
       COPY PRODREC.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 PRICE-EXCEPTION-STATUS PIC X(2).
       01 PROD-MASTER-STATUS     PIC X(2).

       01 EXCEPTION-EOF-FLAG  PIC X VALUE "N".
          88 EXCEPTION-AT-END VALUE "Y".
       01 MASTER-OPEN-FLAG    PIC X VALUE "N".
          88 HAVE-PRODUCT-MASTER VALUE "Y".

       COPY SALESDTL.

       01 TODAYS-DATE-TAG     PIC X(8).

      *> One row per product and feed, printed in product order.
       01 VARIANCE-COUNT PIC S9(4) COMP VALUE 0.
       01 VARIANCE-TABLE.
          05 VARIANCE-ENTRY OCCURS 200 TIMES.
             10 VR-PRODUCT-CODE  PIC X(10).
             10 VR-FEED-NAME     PIC X(20).
             10 VR-LINE-COUNT    PIC 9(6).
             10 VR-KEYED-AMOUNT  PIC S9(8)V99.
             10 VR-EXPECTED      PIC S9(8)V99.
             10 VR-PRINTED       PIC X.
       01 VR-IDX              PIC S9(4) COMP.
       01 FOUND-IDX           PIC S9(4) COMP.
       01 BEST-IDX            PIC S9(4) COMP.
       01 PRINT-COUNT         PIC S9(4) COMP.

       01 LINE-AMOUNT         PIC S9(6)V99.
       01 LINE-EXPECTED       PIC S9(8)V99.
       01 ROW-VARIANCE        PIC S9(8)V99.
       01 VARIANCE-PCT        PIC S9(5)V99.

       01 EXCEPTION-COUNT     PIC 9(6) VALUE 0.
       01 UNPRICED-COUNT      PIC 9(6) VALUE 0.
       01 TOTAL-KEYED         PIC S9(10)V99 VALUE 0.
       01 TOTAL-EXPECTED      PIC S9(10)V99 VALUE 0.
       01 TOTAL-VARIANCE      PIC S9(10)V99 VALUE 0.

       01 COUNT-ED            PIC ZZZZZ9.
       01 AMOUNT-ED           PIC -ZZZ,ZZ9.99.
       01 EXPECTED-ED         PIC -ZZZ,ZZ9.99.
       01 VARIANCE-ED         PIC -ZZZ,ZZ9.99.
       01 PCT-ED              PIC -ZZZZ9.99.
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PRICE-VARIANCE-REPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Daily Price Variance Report"
           DISPLAY "==========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT PRODUCT-MASTER
           IF PROD-MASTER-STATUS = "00"
               SET HAVE-PRODUCT-MASTER TO TRUE
           END-IF

           OPEN INPUT PRICE-EXCEPTION-FILE
           IF PRICE-EXCEPTION-STATUS = "00"
               PERFORM UNTIL EXCEPTION-AT-END
                   READ PRICE-EXCEPTION-FILE
                       AT END SET EXCEPTION-AT-END TO TRUE
                       NOT AT END
                           IF REJ-RUN-DATE = TODAYS-DATE-TAG
                               PERFORM TALLY-ONE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-EXCEPTION-FILE
           END-IF

           IF HAVE-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF

           PERFORM WRITE-VARIANCE-REPORT

           DISPLAY "Price exceptions today: " EXCEPTION-COUNT
           DISPLAY "Wrote price-variance-report.txt"

           IF UNPRICED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE UNPRICED-COUNT TO COUNT-ED
               STRING "Price exceptions with no current unit price:"
                   COUNT-ED DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> One of today's exceptions: the expected amount carries the
      *> line's own sign, so a mispriced return nets against its
      *> product the same way the return itself does. A product no
      *> longer on the master (or priced at zero) is counted with
      *> no expected amount and flagged in the totals.
       TALLY-ONE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE REJ-ORIGINAL-TEXT TO SALES-DETAIL-LINE
           MOVE 0 TO LINE-AMOUNT
           MOVE 0 TO LINE-EXPECTED
           IF SD-AMOUNT-DIGITS IS NUMERIC
               COMPUTE LINE-AMOUNT =
                   FUNCTION NUMVAL(SD-AMOUNT-DIGITS) / 100
           END-IF
           MOVE 0 TO PM-UNIT-PRICE
           IF HAVE-PRODUCT-MASTER
               MOVE SD-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY MOVE 0 TO PM-UNIT-PRICE
               END-READ
           END-IF
           IF PM-UNIT-PRICE = 0 OR SD-QUANTITY-X IS NOT NUMERIC
               ADD 1 TO UNPRICED-COUNT
           ELSE
               COMPUTE LINE-EXPECTED = SD-QUANTITY * PM-UNIT-PRICE
           END-IF
           IF SD-AMOUNT-SIGN = "-"
               MULTIPLY -1 BY LINE-AMOUNT
               MULTIPLY -1 BY LINE-EXPECTED
           END-IF

           MOVE 0 TO FOUND-IDX
           PERFORM VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARIANCE-COUNT OR FOUND-IDX > 0
               IF VR-PRODUCT-CODE(VR-IDX) = SD-PRODUCT-CODE AND
                  VR-FEED-NAME(VR-IDX) = REJ-FEED-NAME
                   MOVE VR-IDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0
               IF VARIANCE-COUNT >= 200
                   MOVE 200 TO FOUND-IDX
                   MOVE "OTHER" TO VR-PRODUCT-CODE(FOUND-IDX)
                   MOVE SPACES  TO VR-FEED-NAME(FOUND-IDX)
               ELSE
                   ADD 1 TO VARIANCE-COUNT
                   MOVE VARIANCE-COUNT TO FOUND-IDX
                   MOVE SD-PRODUCT-CODE
                       TO VR-PRODUCT-CODE(FOUND-IDX)
                   MOVE REJ-FEED-NAME TO VR-FEED-NAME(FOUND-IDX)
                   MOVE 0 TO VR-LINE-COUNT(FOUND-IDX)
                   MOVE 0 TO VR-KEYED-AMOUNT(FOUND-IDX)
                   MOVE 0 TO VR-EXPECTED(FOUND-IDX)
                   MOVE "N" TO VR-PRINTED(FOUND-IDX)
               END-IF
           END-IF
           ADD 1             TO VR-LINE-COUNT(FOUND-IDX)
           ADD LINE-AMOUNT   TO VR-KEYED-AMOUNT(FOUND-IDX)
           ADD LINE-EXPECTED TO VR-EXPECTED(FOUND-IDX)
           ADD LINE-AMOUNT   TO TOTAL-KEYED
           ADD LINE-EXPECTED TO TOTAL-EXPECTED.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "DAILY PRICE VARIANCE BY PRODUCT AND FEED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PRODUCT    FEED                  LINES"
               "       KEYED    EXPECTED    VARIANCE     VAR %"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING PRINT-COUNT FROM 1 BY 1
               UNTIL PRINT-COUNT > VARIANCE-COUNT
               PERFORM PRINT-LOWEST-UNPRINTED
           END-PERFORM

           COMPUTE TOTAL-VARIANCE = TOTAL-KEYED - TOTAL-EXPECTED
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE EXCEPTION-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  PRICE EXCEPTIONS:  " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-KEYED TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL KEYED:       " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-EXPECTED TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL AT LIST:     " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TOTAL-VARIANCE TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL VARIANCE:    " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF UNPRICED-COUNT > 0
               MOVE UNPRICED-COUNT TO COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " COUNT-ED " LINE(S) WITH NO CURRENT "
                   "UNIT PRICE - EXPECTED SHOWN AS ZERO **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> Product order, feed within product: repeatedly pick the
      *> unprinted row with the lowest key - the same repeated
      *> selection AR-AGING prints its debtors with.
       PRINT-LOWEST-UNPRINTED.
           MOVE 0 TO BEST-IDX
           PERFORM VARYING VR-IDX FROM 1 BY 1
               UNTIL VR-IDX > VARIANCE-COUNT
               IF VR-PRINTED(VR-IDX) = "N"
                   IF BEST-IDX = 0
                       MOVE VR-IDX TO BEST-IDX
                   ELSE
                       IF VR-PRODUCT-CODE(VR-IDX) <
                          VR-PRODUCT-CODE(BEST-IDX) OR
                          (VR-PRODUCT-CODE(VR-IDX) =
                           VR-PRODUCT-CODE(BEST-IDX) AND
                           VR-FEED-NAME(VR-IDX) <
                           VR-FEED-NAME(BEST-IDX))
                           MOVE VR-IDX TO BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-IDX > 0
               MOVE "Y" TO VR-PRINTED(BEST-IDX)
               PERFORM PRINT-ONE-VARIANCE-LINE
           END-IF.

       PRINT-ONE-VARIANCE-LINE.
           COMPUTE ROW-VARIANCE =
               VR-KEYED-AMOUNT(BEST-IDX) - VR-EXPECTED(BEST-IDX)
           IF VR-EXPECTED(BEST-IDX) = 0
               MOVE 0 TO VARIANCE-PCT
           ELSE
               COMPUTE VARIANCE-PCT ROUNDED =
                   ROW-VARIANCE * 100 / VR-EXPECTED(BEST-IDX)
                   ON SIZE ERROR MOVE 99999.99 TO VARIANCE-PCT
               END-COMPUTE
           END-IF
           MOVE VR-LINE-COUNT(BEST-IDX)   TO COUNT-ED
           MOVE VR-KEYED-AMOUNT(BEST-IDX) TO AMOUNT-ED
           MOVE VR-EXPECTED(BEST-IDX)     TO EXPECTED-ED
           MOVE ROW-VARIANCE              TO VARIANCE-ED
           MOVE VARIANCE-PCT              TO PCT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " VR-PRODUCT-CODE(BEST-IDX) " "
               VR-FEED-NAME(BEST-IDX) " " COUNT-ED " "
               AMOUNT-ED " " EXPECTED-ED " " VARIANCE-ED " "
               PCT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
