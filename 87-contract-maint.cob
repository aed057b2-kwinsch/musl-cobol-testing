       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-MAINT.

      *> Recurring-billing contract maintenance. Customers on a
      *> fixed service charge used to have the line keyed into a
      *> regional sales feed by hand every period, and it was
      *> missed or keyed twice. This job keeps billing-contracts.dat
      *> - one record per contract, see BILLCON.cpy - through add,
      *> end-date change, and cancel transactions, in the same style
      *> as PLAN-MAINT, with an image of every contract touched on
      *> its own audit trail. CONTRACT-BILLING then raises the
      *> charges as they fall due.
      *>
      *> An add names a contract ID not already on file, a customer
      *> on the master, and a product code on the product master
      *> and active (with no product master built yet the code is
      *> only required to be present, as SALES-LINE-EDIT treats
      *> it). The first charge falls due on the start date, which
      *> may not be before the business date; later charges fall
      *> on the same day of the month one, three, or twelve months
      *> on, so the start date must be on day 28 or before. The end
      *> date is blank for an open-ended contract, otherwise no
      *> earlier than the start. A product whose master unit price
      *> is not the contract amount is accepted with a warning -
      *> the line would fall to the pricing desk as PRICE VAR, so
      *> service codes billed on contract are normally carried at a
      *> zero unit price. An end-date change sets a new end date
      *> (blank makes the contract open-ended again) on an active or
      *> expired contract and makes it active, so a renewed contract
      *> bills on from the first period it has not been billed for.
      *> A cancel stops a contract billing from today.
      *>
      *> contract-trans.txt: column 1 the action (A add, E end-date
      *> change, X cancel), 3-10 the contract ID, and on an add
      *> 13-18 the customer ID, 21-30 the product code, 33-38 the
      *> amount billed each period as six digits (dollars and
      *> cents, no point), 41 the frequency (M monthly, Q
      *> quarterly, A annually), and 44-51 the start date as
      *> YYYYMMDD; 54-61 the end date as YYYYMMDD, on an add or an
      *> end-date change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-TRANS-FILE ASSIGN TO "contract-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-TRANS-STATUS.
           SELECT CONTRACT-FILE ASSIGN TO "billing-contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "product-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PRODUCT-CODE
               FILE STATUS IS PROD-MASTER-STATUS.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO "contract-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-TRANS-FILE.
       01 CONTRACT-TRANS-RECORD.
          05 TX-ACTION        PIC X(1).
             88 CONTRACT-ADD-TRANS    VALUE "A".
             88 CONTRACT-END-TRANS    VALUE "E".
             88 CONTRACT-CANCEL-TRANS VALUE "X".
          05 FILLER           PIC X(1).
          05 TX-CONTRACT-ID   PIC X(8).
          05 FILLER           PIC X(2).
          05 TX-CUST-ID-X     PIC X(6).
          05 TX-CUST-ID REDEFINES TX-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 TX-PRODUCT-CODE  PIC X(10).
          05 FILLER           PIC X(2).
          05 TX-AMOUNT-X      PIC X(6).
          05 TX-AMOUNT REDEFINES TX-AMOUNT-X
                              PIC 9(4)V99.
          05 FILLER           PIC X(2).
          05 TX-FREQUENCY     PIC X(1).
             88 TX-MONTHLY        VALUE "M".
             88 TX-QUARTERLY      VALUE "Q".
             88 TX-ANNUAL         VALUE "A".
          05 FILLER           PIC X(2).
          05 TX-START-DATE    PIC X(8).
          05 TX-START-PARTS REDEFINES TX-START-DATE.
             10 TX-START-YEAR     PIC 9(4).
             10 TX-START-MONTH    PIC 9(2).
             10 TX-START-DAY      PIC 9(2).
          05 FILLER           PIC X(2).
          05 TX-END-DATE      PIC X(8).

       FD CONTRACT-FILE.
       COPY BILLCON.

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD PRODUCT-MASTER.
       COPY PRODREC.

      *> One image line per contract touch - ADD for an add, BEFORE
      *> and AFTER for an end-date change or a cancel - carrying
      *> the contract's terms.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 CA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 CA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 CA-CONTRACT-ID   PIC X(8).
          05 FILLER           PIC X(1).
          05 CA-CUST-ID       PIC 9(6).
          05 FILLER           PIC X(1).
          05 CA-PRODUCT-CODE  PIC X(10).
          05 FILLER           PIC X(1).
          05 CA-AMOUNT        PIC 9(4).99.
          05 FILLER           PIC X(1).
          05 CA-FREQUENCY     PIC X(1).
          05 FILLER           PIC X(1).
          05 CA-START-DATE    PIC X(8).
          05 FILLER           PIC X(1).
          05 CA-END-DATE      PIC X(8).
          05 FILLER           PIC X(1).
          05 CA-NEXT-BILL     PIC X(8).
          05 FILLER           PIC X(1).
          05 CA-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.
       01 CONTRACT-TRANS-STATUS PIC X(2).
       01 CONTRACT-FILE-STATUS  PIC X(2).
       01 CUST-MASTER-STATUS    PIC X(2).
       01 PROD-MASTER-STATUS    PIC X(2).
       01 MAINT-AUDIT-STATUS    PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 CONTRACT-EOF-FLAG   PIC X VALUE "N".
          88 CONTRACT-AT-END  VALUE "Y".
       01 PRODUCT-MASTER-FLAG PIC X VALUE "N".
          88 HAVE-PRODUCT-MASTER VALUE "Y".
       01 CONTRACT-OVERFLOW-FLAG PIC X VALUE "N".
          88 CONTRACT-TABLE-OVERFLOWED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 IMAGE-TYPE-TAG      PIC X(6).

      *> Every contract on file, loaded whole and written back whole
      *> at the end of the run, the way PLAN-MAINT keeps
      *> payment-plans.dat.
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

       01 MATCH-IDX           PIC S9(4) COMP VALUE 0.
       01 CHECK-DATE-NUM      PIC 9(8).
       01 AMOUNT-ED           PIC Z,ZZ9.99.
       01 PRICE-ED            PIC ZZ,ZZ9.99.

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 ADDED-COUNT         PIC 9(4) VALUE 0.
       01 CHANGED-COUNT       PIC 9(4) VALUE 0.
       01 CANCELLED-COUNT     PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CONTRACT-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Billing Contract Maintenance"
           DISPLAY "============================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT CONTRACT-TRANS-FILE
           IF CONTRACT-TRANS-STATUS NOT = "00"
               DISPLAY "No contract-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
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
               CLOSE CONTRACT-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CONTRACTS
           IF CONTRACT-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "billing-contracts.dat holds more than 2000 "
                   "contracts - no transactions applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE CONTRACT-TRANS-FILE
               CLOSE CUSTOMER-MASTER
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
               READ CONTRACT-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE CONTRACT-TRANS-FILE
           CLOSE CUSTOMER-MASTER
           IF HAVE-PRODUCT-MASTER
               CLOSE PRODUCT-MASTER
           END-IF
           CLOSE MAINT-AUDIT-FILE

           PERFORM SAVE-CONTRACTS

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Contracts added:     " ADDED-COUNT
           DISPLAY "End dates changed:   " CHANGED-COUNT
           DISPLAY "Contracts cancelled: " CANCELLED-COUNT
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
           IF TX-CONTRACT-ID = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN CONTRACT-ADD-TRANS
                       PERFORM APPLY-ADD
                   WHEN CONTRACT-END-TRANS
                       PERFORM APPLY-END-DATE-CHANGE
                   WHEN CONTRACT-CANCEL-TRANS
                       PERFORM APPLY-CANCEL
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Rejected contract transaction " TRANS-COUNT
               " action '" TX-ACTION "' contract " TX-CONTRACT-ID
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> The terms are edited first, then the customer and product;
      *> nothing is added to the table until every check has
      *> passed.
       APPLY-ADD.
           IF TX-CUST-ID-X IS NOT NUMERIC
              OR TX-AMOUNT-X IS NOT NUMERIC
              OR TX-START-DATE IS NOT NUMERIC
              OR TX-PRODUCT-CODE = SPACES
              OR (NOT TX-MONTHLY AND NOT TX-QUARTERLY
                  AND NOT TX-ANNUAL)
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF TX-AMOUNT = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE TX-START-DATE TO CHECK-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(CHECK-DATE-NUM) NOT = 0
              OR TX-START-DATE < TODAYS-DATE-TAG
              OR TX-START-DAY > 28
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF TX-END-DATE NOT = SPACES
               IF TX-END-DATE IS NOT NUMERIC
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE TX-END-DATE TO CHECK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(CHECK-DATE-NUM) NOT = 0
                  OR TX-END-DATE < TX-START-DATE
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-CONTRACT
           IF MATCH-IDX > 0 OR CONTRACT-COUNT >= 2000
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE TX-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ

           IF HAVE-PRODUCT-MASTER
               MOVE TX-PRODUCT-CODE TO PM-PRODUCT-CODE
               READ PRODUCT-MASTER
                   INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       EXIT PARAGRAPH
               END-READ
               IF PM-ACTIVE-FLAG = "N"
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               IF PM-UNIT-PRICE NOT = 0 AND
                  PM-UNIT-PRICE NOT = TX-AMOUNT
                   PERFORM WARN-PRICE-MISMATCH
               END-IF
           END-IF

           ADD 1 TO CONTRACT-COUNT
           MOVE TX-CONTRACT-ID  TO CT-CONTRACT-ID(CONTRACT-COUNT)
           MOVE TX-CUST-ID      TO CT-CUST-ID(CONTRACT-COUNT)
           MOVE TX-PRODUCT-CODE TO CT-PRODUCT-CODE(CONTRACT-COUNT)
           MOVE TX-AMOUNT       TO CT-AMOUNT(CONTRACT-COUNT)
           MOVE TX-FREQUENCY    TO CT-FREQUENCY(CONTRACT-COUNT)
           MOVE TX-START-DATE   TO CT-START-DATE(CONTRACT-COUNT)
           MOVE TX-END-DATE     TO CT-END-DATE(CONTRACT-COUNT)
           MOVE TX-START-DATE   TO CT-NEXT-BILL-DATE(CONTRACT-COUNT)
           MOVE SPACES          TO CT-LAST-BILLED-DATE(CONTRACT-COUNT)
           MOVE "A"             TO CT-STATUS(CONTRACT-COUNT)
           MOVE TODAYS-DATE-TAG TO CT-STATUS-DATE(CONTRACT-COUNT)
           ADD 1 TO ADDED-COUNT
           MOVE CONTRACT-COUNT TO MATCH-IDX
           MOVE "ADD" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> Not a reject - the contract stands - but the charge will be
      *> held by the price check unless the product's unit price
      *> is zero or the tolerance covers the difference.
       WARN-PRICE-MISMATCH.
           SET JOB-RC-WARNING TO TRUE
           MOVE TX-AMOUNT TO AMOUNT-ED
           MOVE PM-UNIT-PRICE TO PRICE-ED
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Contract " TX-CONTRACT-ID " amount " AMOUNT-ED
               " differs from " TX-PRODUCT-CODE " unit price "
               PRICE-ED DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> The next bill date is left where billing last stopped, so
      *> extending an expired contract resumes with the first
      *> period it was never billed for.
       APPLY-END-DATE-CHANGE.
           PERFORM FIND-CONTRACT
           IF MATCH-IDX = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF CT-STATUS(MATCH-IDX) = "X"
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF TX-END-DATE NOT = SPACES
               IF TX-END-DATE IS NOT NUMERIC
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               MOVE TX-END-DATE TO CHECK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(CHECK-DATE-NUM) NOT = 0
                  OR TX-END-DATE < CT-START-DATE(MATCH-IDX)
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           MOVE TX-END-DATE TO CT-END-DATE(MATCH-IDX)
           IF CT-STATUS(MATCH-IDX) NOT = "A"
               MOVE "A" TO CT-STATUS(MATCH-IDX)
               MOVE TODAYS-DATE-TAG TO CT-STATUS-DATE(MATCH-IDX)
           END-IF
           ADD 1 TO CHANGED-COUNT
           MOVE "AFTER" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

       APPLY-CANCEL.
           PERFORM FIND-CONTRACT
           IF MATCH-IDX = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF CT-STATUS(MATCH-IDX) = "X"
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           MOVE "X" TO CT-STATUS(MATCH-IDX)
           MOVE TODAYS-DATE-TAG TO CT-STATUS-DATE(MATCH-IDX)
           ADD 1 TO CANCELLED-COUNT
           MOVE "AFTER" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> Leaves MATCH-IDX on the transaction's contract, or zero
      *> when it is not on file.
       FIND-CONTRACT.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING CON-IDX FROM 1 BY 1
               UNTIL CON-IDX > CONTRACT-COUNT OR MATCH-IDX > 0
               IF CT-CONTRACT-ID(CON-IDX) = TX-CONTRACT-ID
                   SET MATCH-IDX TO CON-IDX
               END-IF
           END-PERFORM.

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
           END-IF.

      *> A contract past the table's capacity would be dropped when
      *> the file is written back, so the run is refused instead.
       STORE-ONE-CONTRACT.
           IF CONTRACT-COUNT < 2000
               ADD 1 TO CONTRACT-COUNT
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

      *> Images the contract at MATCH-IDX. The record is blanked
      *> first so the separator bytes come out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO CA-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO CA-IMAGE-TYPE
           MOVE CT-CONTRACT-ID(MATCH-IDX)    TO CA-CONTRACT-ID
           MOVE CT-CUST-ID(MATCH-IDX)        TO CA-CUST-ID
           MOVE CT-PRODUCT-CODE(MATCH-IDX)   TO CA-PRODUCT-CODE
           MOVE CT-AMOUNT(MATCH-IDX)         TO CA-AMOUNT
           MOVE CT-FREQUENCY(MATCH-IDX)      TO CA-FREQUENCY
           MOVE CT-START-DATE(MATCH-IDX)     TO CA-START-DATE
           MOVE CT-END-DATE(MATCH-IDX)       TO CA-END-DATE
           MOVE CT-NEXT-BILL-DATE(MATCH-IDX) TO CA-NEXT-BILL
           MOVE CT-STATUS(MATCH-IDX)         TO CA-STATUS
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
