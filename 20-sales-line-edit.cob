      *> SALESDTL.cpy). The product code is also checked against
      *> the product master PROD-MAINT keeps, so a code the shop
      *> has never defined rejects at the edit instead of totalling
      *> as its own product downstream. The line's amount is also
      *> checked against SD-QUANTITY times the product's
      *> PM-UNIT-PRICE; a line off by more than the tolerance
      *> percentage rejects as PRICE VAR, which MIXED-EXAMPLE
      *> routes to its own price-exception file. The first rule a
      *> line breaks decides the reason code stamped on its reject.
      *>
      *> price-tolerance.ctl: columns 1-5 the tolerance as a
      *> percent, 999V99 ("00500" = 5.00%). With no tolerance on
      *> file, or a product whose unit price is zero, the price is
      *> not checked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS PROD-MASTER-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO "price-tolerance.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOLERANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUCT-MASTER.
       COPY PRODREC.

       FD TOLERANCE-FILE.
       01 TOLERANCE-RECORD.
          05 TOL-PERCENT-X    PIC X(5).
          05 TOL-PERCENT REDEFINES TOL-PERCENT-X
                              PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       COPY SALESDTL.

                           INDEXED BY PROD-IDX.
             10 PE-PRODUCT-CODE PIC X(10).
             10 PE-ACTIVE-FLAG  PIC X(1).
             10 PE-UNIT-PRICE   PIC 9(5)V99.

       01 PRODUCT-VERDICT     PIC X.
          88 PRODUCT-IS-KNOWN    VALUE "K".
          88 PRODUCT-IS-INACTIVE VALUE "I".
          88 PRODUCT-IS-UNKNOWN  VALUE "U".

      *> Price check state: the tolerance off price-tolerance.ctl,
      *> the matched product's unit price, and the verdict.
       01 TOLERANCE-FILE-STATUS PIC X(2).
       01 TOLERANCE-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-PRICE-TOLERANCE VALUE "Y".
       01 PRICE-TOLERANCE-PCT PIC 9(3)V99 VALUE 0.
       01 MATCHED-UNIT-PRICE  PIC 9(5)V99 VALUE 0.
       01 EXPECTED-AMOUNT     PIC 9(8)V99.
       01 LINE-AMOUNT         PIC 9(4)V99.
       01 PRICE-VARIANCE      PIC 9(8)V99.
       01 PRICE-VERDICT       PIC X.
          88 PRICE-IN-TOLERANCE  VALUE "Y".
          88 PRICE-OUT-OF-TOLERANCE VALUE "N".

       LINKAGE SECTION.
       01 LK-SALES-LINE   PIC X(80).
       COPY SALESEDT.
           MOVE "N"    TO SED-RETURN-FLAG

           PERFORM CHECK-PRODUCT-CODE
           PERFORM CHECK-UNIT-PRICE

           EVALUATE TRUE
               WHEN SD-AMOUNT-SIGN NOT = "-" AND
               WHEN SD-TRANS-DATE IS NOT NUMERIC
                   SET SALES-LINE-NOT-VALID TO TRUE
                   MOVE "BAD DATE"   TO SED-REASON-CODE
               WHEN PRICE-OUT-OF-TOLERANCE
                   SET SALES-LINE-NOT-VALID TO TRUE
                   MOVE "PRICE VAR"  TO SED-REASON-CODE
               WHEN OTHER
                   COMPUTE SED-AMOUNT =
                       FUNCTION NUMVAL(SD-AMOUNT-DIGITS) / 100
      *> its catalogue yet.
       CHECK-PRODUCT-CODE.
           SET PRODUCT-IS-KNOWN TO TRUE
           MOVE 0 TO MATCHED-UNIT-PRICE
           IF HAVE-PRODUCT-MASTER AND SD-PRODUCT-CODE NOT = SPACES
               SET PRODUCT-IS-UNKNOWN TO TRUE
               SET PROD-IDX TO 1
                       ELSE
                           SET PRODUCT-IS-KNOWN TO TRUE
                       END-IF
                       MOVE PE-UNIT-PRICE(PROD-IDX)
                           TO MATCHED-UNIT-PRICE
               END-SEARCH
           END-IF.

      *> Verdict on the line's amount against quantity times unit
      *> price. Only a line that would otherwise pass is judged -
      *> the numeric tests come later in the edit, so they are
      *> repeated here before anything is computed. A return is
      *> judged on its amount without the sign. The variance is
      *> taken as a percentage of the expected amount; a quantity
      *> of zero against a priced product is always outside.
       CHECK-UNIT-PRICE.
           SET PRICE-IN-TOLERANCE TO TRUE
           IF NOT HAVE-PRICE-TOLERANCE OR
              MATCHED-UNIT-PRICE = 0 OR
              NOT PRODUCT-IS-KNOWN OR
              SD-AMOUNT-DIGITS IS NOT NUMERIC OR
              SD-QUANTITY-X IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE LINE-AMOUNT =
               FUNCTION NUMVAL(SD-AMOUNT-DIGITS) / 100
           COMPUTE EXPECTED-AMOUNT = SD-QUANTITY * MATCHED-UNIT-PRICE
           IF EXPECTED-AMOUNT = 0
               SET PRICE-OUT-OF-TOLERANCE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF LINE-AMOUNT > EXPECTED-AMOUNT
               COMPUTE PRICE-VARIANCE = LINE-AMOUNT - EXPECTED-AMOUNT
           ELSE
               COMPUTE PRICE-VARIANCE = EXPECTED-AMOUNT - LINE-AMOUNT
           END-IF
           IF PRICE-VARIANCE * 100 >
              EXPECTED-AMOUNT * PRICE-TOLERANCE-PCT
               SET PRICE-OUT-OF-TOLERANCE TO TRUE
           END-IF.

       LOAD-PRODUCT-TABLE.
           SET PRODUCT-TABLE-LOADED TO TRUE
           OPEN INPUT PRODUCT-MASTER
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF

           OPEN INPUT TOLERANCE-FILE
           IF TOLERANCE-FILE-STATUS = "00"
               READ TOLERANCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TOL-PERCENT-X IS NUMERIC
                           MOVE TOL-PERCENT TO PRICE-TOLERANCE-PCT
                           SET HAVE-PRICE-TOLERANCE TO TRUE
                       END-IF
               END-READ
               CLOSE TOLERANCE-FILE
           END-IF.

      *> A catalogue past the table means codes we never loaded
                   TO PE-PRODUCT-CODE(PRODUCT-COUNT)
               MOVE PM-ACTIVE-FLAG
                   TO PE-ACTIVE-FLAG(PRODUCT-COUNT)
               MOVE PM-UNIT-PRICE
                   TO PE-UNIT-PRICE(PRODUCT-COUNT)
           ELSE
               MOVE "N" TO MASTER-PRESENT-FLAG
               SET PROD-MASTER-AT-END TO TRUE
