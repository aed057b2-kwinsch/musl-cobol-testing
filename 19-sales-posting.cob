      *> journaled with the account's before/after balance, and a
      *> sale whose customer ID isn't on the master goes to an
      *> unmatched-account exception file instead of being dropped.
      *> A branch account linked to a bill-to parent on
      *> account-hierarchy.dat is also held to a group limit: the
      *> parent's credit limit, applied to the combined balance of
      *> the parent and all its branches.
      *> A return (a negative line) is credited only when it
      *> matches an earlier sale of the same product to the same
      *> account - on the posting journal or an archived journal
      *> cut - within the return window on return-policy.ctl and
      *> the quantity not already returned. Anything else is held
      *> on sales-returns.exceptions for the customer service
      *> desk; quantities credited back are tracked per original
      *> sale on sales-return-matches.dat.
      *> A line whose transaction date falls in a month already
      *> closed on month-end-close.ctl is not posted at all: it is
      *> held on prior-period-adjust.dat for finance to book into
      *> the current period or reopen its own (PERIOD-ADJ-APPROVE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "credit-overlimit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERLIMIT-REPORT-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "sales-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO "sales-tax-rates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-RATE-STATUS.
               ASSIGN TO "batch-balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-CONTROL-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO "account-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIERARCHY-FILE-STATUS.
           SELECT RETURN-POLICY-FILE ASSIGN TO "return-policy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-POLICY-STATUS.
           SELECT RETURN-EXCEPTION-FILE
               ASSIGN TO "sales-returns.exceptions"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-EXCEPTION-STATUS.
           SELECT RETURN-MATCH-FILE
               ASSIGN TO "sales-return-matches.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-MATCH-STATUS.
           SELECT RETURN-MATCH-WORK-FILE
               ASSIGN TO "sales-return-matches.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-MATCH-WORK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "archive-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
      *> The archived journal cuts are pulled into one work file
      *> through the system shell - the dialect reads an unquoted
      *> ASSIGN name as a system DD name, so the catalog's archive
      *> names can't be OPENed directly (as ARCHIVE-RETRIEVE does).
           SELECT JOURNAL-CUT-FILE ASSIGN TO "sales-return-cuts.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-CUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CREDIT-LIMIT-FILE.
       COPY CRLIMIT.

      *> Open disputes are held out of the credit check: a charge
      *> the customer is contesting does not count against the
      *> limit until DISPUTE-MAINT resolves it.
       FD DISPUTE-FILE.
       COPY DISPREC.

      *> Suspense trail of sales the credit check refused: run
      *> date, the account, the amount the posting attempted, the
      *> limit it would have breached, and the original line. Like
      *> the unmatched file these are NOT feed rejects - the line
      *> is valid and its amount is in the day's totals; releasing
      *> it is a credit-desk decision (raise the limit through
      *> CUST-MAINT, or write the sale off), not a repair. A sale
      *> refused on its family's group limit carries the parent's
      *> limit as the limit breached.
       FD OVERLIMIT-FILE.
       01 OVERLIMIT-RECORD.
          05 OVL-RUN-DATE        PIC X(8).
       FD BALANCE-CONTROL-FILE.
       COPY BALCTL.

       FD HIERARCHY-FILE.
       COPY ACCTHIER.

      *> The customer service desk's return policy: columns 1-3 the
      *> return window in days, counted back from the return's
      *> transaction date ("030" = 30 days). Only a sale made
      *> within the window can be credited back automatically.
      *> With no policy on file, or a zero window, any earlier sale
      *> of the product counts.
       FD RETURN-POLICY-FILE.
       01 RETURN-POLICY-RECORD.
          05 RP-WINDOW-DAYS-X PIC X(3).
          05 RP-WINDOW-DAYS REDEFINES RP-WINDOW-DAYS-X
                              PIC 9(3).

      *> Returns held back for the customer service desk: run date,
      *> account, product, quantity, and amount of the return, why
      *> it could not be matched to an earlier sale (NO SALE, PAST
      *> WINDOW, OVER QTY), and the original line. Like the
      *> unmatched and over-limit files these are NOT feed rejects
      *> - the line is valid and its amount is in the day's totals;
      *> crediting it is the desk's decision, not a repair.
       FD RETURN-EXCEPTION-FILE.
       01 RETURN-EXCEPTION-RECORD.
          05 RTX-RUN-DATE        PIC X(8).
          05 FILLER              PIC X(2).
          05 RTX-CUST-ID         PIC 9(6).
          05 FILLER              PIC X(2).
          05 RTX-PRODUCT-CODE    PIC X(10).
          05 FILLER              PIC X(2).
          05 RTX-QUANTITY        PIC ZZ9.
          05 FILLER              PIC X(2).
          05 RTX-AMOUNT          PIC -9(4).99.
          05 FILLER              PIC X(2).
          05 RTX-REASON          PIC X(12).
          05 FILLER              PIC X(2).
          05 RTX-ORIGINAL-TEXT   PIC X(40).

      *> Quantity credited back so far against each original sale -
      *> one record per sale with anything returned against it. A
      *> sale is known by its account, product, the day it was
      *> made, and the day it was posted. The file is rewritten
      *> through a work file at the end of every run that matched
      *> a return.
       FD RETURN-MATCH-FILE.
       01 RETURN-MATCH-RECORD.
          05 RM-CUST-ID          PIC 9(6).
          05 FILLER              PIC X(2).
          05 RM-PRODUCT-CODE     PIC X(10).
          05 FILLER              PIC X(2).
          05 RM-SALE-DATE        PIC X(8).
          05 FILLER              PIC X(2).
          05 RM-POSTED-DATE      PIC X(8).
          05 FILLER              PIC X(2).
          05 RM-QTY-RETURNED     PIC 9(5).
          05 FILLER              PIC X(2).
          05 RM-LAST-RETURN-DATE PIC X(8).

       FD RETURN-MATCH-WORK-FILE.
       01 RETURN-MATCH-WORK-LINE PIC X(55).

       FD CATALOG-FILE.
       COPY ARCCAT.

      *> An archived journal cut, in the POSTJRNL shape.
       FD JOURNAL-CUT-FILE.
       01 JOURNAL-CUT-RECORD.
          05 HJ-RUN-DATE        PIC X(8).
          05 HJ-CUST-ID         PIC 9(6).
          05 HJ-AMOUNT          PIC S9(4)V99.
          05 FILLER             PIC X(20).
          05 HJ-PRODUCT-CODE    PIC X(10).
          05 HJ-QUANTITY-X      PIC X(3).
          05 HJ-QUANTITY REDEFINES HJ-QUANTITY-X
                                PIC 9(3).
          05 HJ-TRANS-DATE      PIC X(8).

       WORKING-STORAGE SECTION.
       01 PROCESSED-FILE-STATUS PIC X(2).
       01 CUST-MASTER-STATUS    PIC X(2).
       01 UNMATCHED-COUNT  PIC 9(6) VALUE 0.
       01 SKIPPED-COUNT    PIC 9(6) VALUE 0.
       01 OVERLIMIT-COUNT  PIC 9(6) VALUE 0.
       01 LATE-ITEM-COUNT  PIC 9(6) VALUE 0.

      *> A line dated in a month MONTH-END-CLOSE has closed is not
      *> posted; it is handed to PERIOD-ADJ-WRITER for finance's
      *> prior-period approval.
       01 PERIOD-CLOSED-FLAG PIC X.
          88 PERIOD-IS-CLOSED VALUE "Y".
       COPY PPADJ.

      *> Per-customer credit limits off cust-credit-limits.dat,
      *> held in storage for the run. No record, or a zero limit,
             10 LT-CREDIT-LIMIT PIC 9(6)V99.
       01 ACCOUNT-LIMIT       PIC 9(6)V99.
       01 PROSPECT-BALANCE    PIC S9(8)V99.

      *> Open disputed amounts per account, summed as applied to
      *> the balance, so the check can take them back out.
       01 DISPUTE-FILE-STATUS    PIC X(2).
       01 DISPUTE-EOF-FLAG    PIC X VALUE "N".
          88 DISPUTE-AT-END   VALUE "Y".
       01 DISPUTE-HOLD-COUNT PIC S9(4) COMP VALUE 0.
       01 DISPUTE-HOLD-TABLE.
          05 DISPUTE-HOLD-ENTRY OCCURS 0 TO 500 TIMES
                                DEPENDING ON DISPUTE-HOLD-COUNT
                                INDEXED BY DH-IDX.
             10 DH-CUST-ID      PIC 9(6).
             10 DH-AMOUNT       PIC S9(8)V99.
       01 ACCOUNT-DISPUTED    PIC S9(8)V99.
       01 LIMIT-ED            PIC ZZZ,ZZ9.99.
       01 AMOUNT-ED           PIC -ZZZ,ZZ9.99.

      *> Bill-to families off account-hierarchy.dat: each branch's
      *> parent, and per parent the group limit (the parent's own
      *> limit) and the family's combined balance net of open
      *> disputes, read off the master before posting starts and
      *> moved with every posting to a family member.
       01 HIERARCHY-FILE-STATUS PIC X(2).
       01 HIERARCHY-EOF-FLAG  PIC X VALUE "N".
          88 HIERARCHY-AT-END VALUE "Y".
       01 HIER-COUNT PIC S9(4) COMP VALUE 0.
       01 HIER-TABLE.
          05 HIER-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON HIER-COUNT
                        INDEXED BY HIER-IDX.
             10 HR-CHILD-ID      PIC 9(6).
             10 HR-PARENT-ID     PIC 9(6).
       01 FAMILY-COUNT PIC S9(4) COMP VALUE 0.
       01 FAMILY-TABLE.
          05 FAMILY-ENTRY OCCURS 0 TO 500 TIMES
                          DEPENDING ON FAMILY-COUNT
                          INDEXED BY FAM-IDX.
             10 FT-PARENT-ID     PIC 9(6).
             10 FT-GROUP-LIMIT   PIC 9(6)V99.
             10 FT-GROUP-NET     PIC S9(9)V99.
       01 FAMILY-ENTRY-NO     PIC S9(4) COMP.
       01 FAMILY-PARENT-ID    PIC 9(6).
       01 HIER-IDX-WORK       PIC S9(4) COMP.
       01 GROUP-PROSPECT      PIC S9(9)V99.
       01 BALANCE-BEFORE-POSTING PIC S9(8)V99.
       01 POSTED-BEFORE       PIC 9(6).

      *> Sales-tax working state. The tax step only arms when both
      *> control files are on disk - a shop that hasn't set its
      *> rates up keeps posting exactly as before.
       01 TOTAL-TAX-CHARGED   PIC S9(9)V99 VALUE 0.
       01 TOTAL-TAX-ED        PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *> Return matching. Before posting starts, the day's returns
      *> are scanned for the account/product pairs being returned,
      *> and every earlier sale of those pairs is loaded off the
      *> archived journal cuts and the live journal (in that
      *> order, so the table runs oldest first) with the quantity
      *> already credited back against it. A sale posted during
      *> this run is added as it posts, so a same-day return can
      *> match it.
       01 RETURN-POLICY-STATUS     PIC X(2).
       01 RETURN-EXCEPTION-STATUS  PIC X(2).
       01 RETURN-MATCH-STATUS      PIC X(2).
       01 RETURN-MATCH-WORK-STATUS PIC X(2).
       01 CATALOG-STATUS           PIC X(2).
       01 JOURNAL-CUT-STATUS       PIC X(2).
       01 SCAN-EOF-FLAG       PIC X VALUE "N".
          88 SCAN-AT-END      VALUE "Y".
       01 JOURNAL-EOF-FLAG    PIC X VALUE "N".
          88 JOURNAL-AT-END   VALUE "Y".
       01 CATALOG-EOF-FLAG    PIC X VALUE "N".
          88 CATALOG-AT-END   VALUE "Y".
       01 CUT-EOF-FLAG        PIC X VALUE "N".
          88 CUT-AT-END       VALUE "Y".
       01 MATCH-EOF-FLAG      PIC X VALUE "N".
          88 MATCH-AT-END     VALUE "Y".
       01 RETURN-WINDOW-DAYS  PIC 9(3) VALUE 0.
       01 RETURN-KEY-COUNT PIC S9(4) COMP VALUE 0.
       01 RETURN-KEY-TABLE.
          05 RETURN-KEY-ENTRY OCCURS 0 TO 500 TIMES
                              DEPENDING ON RETURN-KEY-COUNT
                              INDEXED BY RK-IDX.
             10 RK-CUST-ID      PIC 9(6).
             10 RK-PRODUCT-CODE PIC X(10).
       01 SALE-COUNT PIC S9(4) COMP VALUE 0.
       01 SALE-TABLE.
          05 SALE-ENTRY OCCURS 0 TO 3000 TIMES
                        DEPENDING ON SALE-COUNT
                        INDEXED BY SALE-IDX.
             10 SL-CUST-ID          PIC 9(6).
             10 SL-PRODUCT-CODE     PIC X(10).
             10 SL-SALE-DATE        PIC X(8).
             10 SL-POSTED-DATE      PIC X(8).
             10 SL-QTY-SOLD         PIC 9(5).
             10 SL-QTY-RETURNED     PIC 9(5).
             10 SL-LAST-RETURN-DATE PIC X(8).
       01 RETURN-KEY-FULL-FLAG PIC X VALUE "N".
          88 RETURN-KEY-TABLE-FULL VALUE "Y".
       01 SALE-TABLE-FULL-FLAG PIC X VALUE "N".
          88 SALE-TABLE-IS-FULL VALUE "Y".

      *> One sale as it is loaded, and one return as it is matched.
       01 SALE-CUST-ID        PIC 9(6).
       01 SALE-PRODUCT-CODE   PIC X(10).
       01 SALE-DATE-TAG       PIC X(8).
       01 SALE-POSTED-DATE    PIC X(8).
       01 SALE-QTY            PIC 9(5).
       01 RETURN-QTY          PIC 9(5).
       01 RETURN-DATE-TAG     PIC X(8).
       01 RETURN-CUTOFF-DATE  PIC X(8).
       01 EARLIEST-CUTOFF-DATE PIC X(8) VALUE "99999999".
       01 DATE-WORK-NUM       PIC 9(8).
       01 DATE-WORK-INT       PIC S9(9) COMP.
       01 SALES-FOUND-COUNT   PIC S9(4) COMP.
       01 IN-WINDOW-COUNT     PIC S9(4) COMP.
       01 QTY-AVAILABLE       PIC 9(7).
       01 QTY-OPEN            PIC 9(5).
       01 QTY-TO-ALLOCATE     PIC 9(5).
       01 RETURN-REASON       PIC X(12).
       01 RETURN-HELD-COUNT   PIC 9(6) VALUE 0.
       01 RETURN-MATCHED-COUNT PIC 9(6) VALUE 0.
       01 CUTS-PULLED         PIC 9(4) VALUE 0.
       01 HISTORY-COMMAND     PIC X(120).

       01 BALANCE-CONTROL-STATUS PIC X(2).
       01 TOTAL-POSTED     PIC S9(9)V99 VALUE 0.
       01 TOTAL-POSTED-ED  PIC -Z,ZZZ,ZZZ,ZZ9.99.
               STOP RUN
           END-IF

           PERFORM LOAD-RETURN-MATCHING

      *> EXTEND preserves the existing exception and journal trails;
      *> only a brand new file (OPEN EXTEND fails because it doesn't
      *> exist yet) falls back to OPEN OUTPUT to create it.
               OPEN OUTPUT OVERLIMIT-FILE
           END-IF

           OPEN EXTEND RETURN-EXCEPTION-FILE
           IF RETURN-EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT RETURN-EXCEPTION-FILE
           END-IF

           PERFORM LOAD-CREDIT-LIMITS

           PERFORM LOAD-OPEN-DISPUTES

           PERFORM LOAD-ACCOUNT-FAMILIES

           PERFORM LOAD-TAX-PARAMETERS
           IF TAX-STEP-ARMED
               OPEN EXTEND TAX-JOURNAL-FILE
           CLOSE UNMATCHED-FILE
           CLOSE JOURNAL-FILE
           CLOSE OVERLIMIT-FILE
           CLOSE RETURN-EXCEPTION-FILE
           IF TAX-STEP-ARMED
               CLOSE TAX-JOURNAL-FILE
           END-IF

           IF RETURN-MATCHED-COUNT > 0
               PERFORM SAVE-RETURN-MATCHES
           END-IF

           PERFORM WRITE-RUN-HISTORY

           PERFORM WRITE-BALANCE-CONTROL
           DISPLAY "Transactions posted:   " POSTED-COUNT
           DISPLAY "Unmatched accounts:    " UNMATCHED-COUNT
           DISPLAY "Over credit limit:     " OVERLIMIT-COUNT
           DISPLAY "Returns matched:       " RETURN-MATCHED-COUNT
           DISPLAY "Returns held:          " RETURN-HELD-COUNT
           DISPLAY "Late-dated (held):     " LATE-ITEM-COUNT
           DISPLAY "Non-detail lines:      " SKIPPED-COUNT
           DISPLAY "Total amount posted:  $" TOTAL-POSTED-ED
           IF TAX-STEP-ARMED
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF RETURN-HELD-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Unmatched returns held in "
                   "sales-returns.exceptions for customer service"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF LATE-ITEM-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Lines dated in a closed month held on "
                   "prior-period-adjust.dat for approval"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           IF UNMATCHED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Unmatched accounts written to "
                   "sales-unmatched.rejects"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               MULTIPLY -1 BY AMOUNT
           END-IF

           IF SD-TRANS-DATE IS NUMERIC
               CALL "PERIOD-CHECK" USING
                   BY REFERENCE SD-TRANS-DATE
                   BY REFERENCE PERIOD-CLOSED-FLAG
               IF PERIOD-IS-CLOSED
                   PERFORM ROUTE-LATE-ITEM
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SD-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM APPLY-POSTING
           END-READ.

      *> A return is matched before anything else: one that can't
      *> be matched to an earlier sale of the same product to the
      *> same account, within the return window and the quantity
      *> still unreturned, is held for the customer service desk
      *> instead of being credited.
      *> The credit check comes next: a sale that would push the
      *> account's debt past its ceiling diverts to the over-limit
      *> suspense file instead of being applied - the first we hear
      *> of a blown ceiling should be this run, not the monthly
      *> statement. Debt is carried negative on this master (the
      *> credit-hold and accrual convention), so the test is the
      *> prospective balance falling below minus the limit. Any
      *> open disputed amount is taken back out of the balance
      *> first. A family member must then also fit within the
      *> group limit, tested the same way against the family's
      *> combined balance.
       APPLY-POSTING.
           IF SD-AMOUNT-SIGN = "-"
               PERFORM CHECK-RETURN-MATCH
               IF RETURN-REASON NOT = SPACES
                   PERFORM WRITE-RETURN-EXCEPTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOOK-UP-CREDIT-LIMIT
           PERFORM LOOK-UP-DISPUTED-AMOUNT
           COMPUTE PROSPECT-BALANCE =
               CM-CUST-BALANCE + AMOUNT - ACCOUNT-DISPUTED
           IF ACCOUNT-LIMIT > 0 AND
              PROSPECT-BALANCE < (0 - ACCOUNT-LIMIT)
               PERFORM WRITE-OVERLIMIT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOK-UP-ACCOUNT-FAMILY
           IF FAMILY-ENTRY-NO > 0
               COMPUTE GROUP-PROSPECT =
                   FT-GROUP-NET(FAMILY-ENTRY-NO) + AMOUNT
               IF FT-GROUP-LIMIT(FAMILY-ENTRY-NO) > 0 AND
                  GROUP-PROSPECT <
                      (0 - FT-GROUP-LIMIT(FAMILY-ENTRY-NO))
                   MOVE FT-GROUP-LIMIT(FAMILY-ENTRY-NO)
                       TO ACCOUNT-LIMIT
                   PERFORM WRITE-OVERLIMIT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CM-CUST-BALANCE TO BALANCE-BEFORE-POSTING
           MOVE POSTED-COUNT    TO POSTED-BEFORE
           PERFORM APPLY-POSTING-TO-MASTER
           IF FAMILY-ENTRY-NO > 0 AND POSTED-COUNT > POSTED-BEFORE
               COMPUTE FT-GROUP-NET(FAMILY-ENTRY-NO) =
                   FT-GROUP-NET(FAMILY-ENTRY-NO)
                   + CM-CUST-BALANCE - BALANCE-BEFORE-POSTING
           END-IF.

      *> Sets FAMILY-ENTRY-NO to the family of the account in the
      *> FD buffer - as a branch, or as a parent - or zero when it
      *> stands on its own.
       LOOK-UP-ACCOUNT-FAMILY.
           MOVE 0 TO FAMILY-ENTRY-NO
           IF FAMILY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CUST-ID TO FAMILY-PARENT-ID
           SET HIER-IDX TO 1
           SEARCH HIER-ENTRY
               AT END CONTINUE
               WHEN HR-CHILD-ID(HIER-IDX) = CM-CUST-ID
                   MOVE HR-PARENT-ID(HIER-IDX) TO FAMILY-PARENT-ID
           END-SEARCH
           SET FAM-IDX TO 1
           SEARCH FAMILY-ENTRY
               AT END CONTINUE
               WHEN FT-PARENT-ID(FAM-IDX) = FAMILY-PARENT-ID
                   SET FAMILY-ENTRY-NO TO FAM-IDX
           END-SEARCH.

       APPLY-POSTING-TO-MASTER.
           MOVE TODAYS-DATE-TAG   TO PJ-RUN-DATE
           MOVE CM-CUST-ID        TO PJ-CUST-ID
           MOVE AMOUNT            TO PJ-AMOUNT
           MOVE CM-CUST-BALANCE   TO PJ-BALANCE-BEFORE
           MOVE SD-PRODUCT-CODE   TO PJ-PRODUCT-CODE
           MOVE SD-QUANTITY-X     TO PJ-QUANTITY-X
           MOVE SD-TRANS-DATE     TO PJ-TRANS-DATE

           ADD AMOUNT TO CM-CUST-BALANCE
           REWRITE CUSTOMER-MASTER-RECORD
               WRITE POSTING-JOURNAL-RECORD
               ADD 1 TO POSTED-COUNT
               ADD AMOUNT TO TOTAL-POSTED
               IF SD-AMOUNT-SIGN = "-"
                   PERFORM ALLOCATE-RETURN
               ELSE
                   PERFORM NOTE-SALE-FOR-MATCHING
               END-IF
               IF TAX-STEP-ARMED
                   PERFORM APPLY-SALES-TAX
               END-IF
           END-IF.

      *> Sets RETURN-REASON to why the return on the current line
      *> can't be credited, or leaves it blank when enough of the
      *> product was sold to the account inside the window and
      *> hasn't already come back. A sale made after the return's
      *> own date never counts.
       CHECK-RETURN-MATCH.
           MOVE SPACES TO RETURN-REASON
           PERFORM SET-RETURN-TERMS
           IF SD-PRODUCT-CODE = SPACES
               MOVE "NO SALE" TO RETURN-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO SALES-FOUND-COUNT
           MOVE 0 TO IN-WINDOW-COUNT
           MOVE 0 TO QTY-AVAILABLE
           PERFORM VARYING SALE-IDX FROM 1 BY 1
               UNTIL SALE-IDX > SALE-COUNT
               IF SL-CUST-ID(SALE-IDX) = SD-CUST-ID AND
                  SL-PRODUCT-CODE(SALE-IDX) = SD-PRODUCT-CODE AND
                  SL-SALE-DATE(SALE-IDX) <= RETURN-DATE-TAG
                   ADD 1 TO SALES-FOUND-COUNT
                   IF SL-SALE-DATE(SALE-IDX) >= RETURN-CUTOFF-DATE
                       ADD 1 TO IN-WINDOW-COUNT
                       COMPUTE QTY-AVAILABLE = QTY-AVAILABLE
                           + SL-QTY-SOLD(SALE-IDX)
                           - SL-QTY-RETURNED(SALE-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN SALES-FOUND-COUNT = 0
                   MOVE "NO SALE" TO RETURN-REASON
               WHEN IN-WINDOW-COUNT = 0
                   MOVE "PAST WINDOW" TO RETURN-REASON
               WHEN RETURN-QTY > QTY-AVAILABLE
                   MOVE "OVER QTY" TO RETURN-REASON
           END-EVALUATE

      *> A short table can't prove a negative: when the sales
      *> history didn't all fit, a return that found no cover is
      *> held as a table problem rather than a customer one.
           IF RETURN-REASON NOT = SPACES AND
              (SALE-TABLE-IS-FULL OR RETURN-KEY-TABLE-FULL)
               MOVE "TABLE FULL" TO RETURN-REASON
           END-IF.

      *> The quantity and date a return line is judged on: the
      *> line's own unit quantity (one when it carries none) and
      *> transaction date (the run date when it carries none or
      *> an impossible one), and the earliest sale date the
      *> return window lets it reach back to.
       SET-RETURN-TERMS.
           MOVE 1 TO RETURN-QTY
           IF SD-QUANTITY-X IS NUMERIC AND SD-QUANTITY > 0
               MOVE SD-QUANTITY TO RETURN-QTY
           END-IF

           MOVE TODAYS-DATE-TAG TO RETURN-DATE-TAG
           IF SD-TRANS-DATE IS NUMERIC
               MOVE SD-TRANS-DATE TO DATE-WORK-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(DATE-WORK-NUM) = 0
                   MOVE SD-TRANS-DATE TO RETURN-DATE-TAG
               END-IF
           END-IF

           MOVE "00000000" TO RETURN-CUTOFF-DATE
           IF RETURN-WINDOW-DAYS > 0
               MOVE RETURN-DATE-TAG TO DATE-WORK-NUM
               COMPUTE DATE-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(DATE-WORK-NUM)
                   - RETURN-WINDOW-DAYS
               COMPUTE DATE-WORK-NUM =
                   FUNCTION DATE-OF-INTEGER(DATE-WORK-INT)
               MOVE DATE-WORK-NUM TO RETURN-CUTOFF-DATE
           END-IF.

      *> Books the return just credited against the sales it
      *> matched, oldest first, so the same units can't come back
      *> twice.
       ALLOCATE-RETURN.
           ADD 1 TO RETURN-MATCHED-COUNT
           MOVE RETURN-QTY TO QTY-TO-ALLOCATE
           PERFORM VARYING SALE-IDX FROM 1 BY 1
               UNTIL SALE-IDX > SALE-COUNT OR QTY-TO-ALLOCATE = 0
               IF SL-CUST-ID(SALE-IDX) = SD-CUST-ID AND
                  SL-PRODUCT-CODE(SALE-IDX) = SD-PRODUCT-CODE AND
                  SL-SALE-DATE(SALE-IDX) <= RETURN-DATE-TAG AND
                  SL-SALE-DATE(SALE-IDX) >= RETURN-CUTOFF-DATE AND
                  SL-QTY-SOLD(SALE-IDX) > SL-QTY-RETURNED(SALE-IDX)
                   COMPUTE QTY-OPEN = SL-QTY-SOLD(SALE-IDX)
                       - SL-QTY-RETURNED(SALE-IDX)
                   IF QTY-OPEN > QTY-TO-ALLOCATE
                       MOVE QTY-TO-ALLOCATE TO QTY-OPEN
                   END-IF
                   ADD QTY-OPEN TO SL-QTY-RETURNED(SALE-IDX)
                   SUBTRACT QTY-OPEN FROM QTY-TO-ALLOCATE
                   MOVE TODAYS-DATE-TAG
                       TO SL-LAST-RETURN-DATE(SALE-IDX)
               END-IF
           END-PERFORM.

      *> A sale posted this run joins the table when a return
      *> for its account and product is somewhere in today's
      *> feed, so that return can find it.
       NOTE-SALE-FOR-MATCHING.
           IF SD-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SD-CUST-ID      TO SALE-CUST-ID
           MOVE SD-PRODUCT-CODE TO SALE-PRODUCT-CODE
           MOVE TODAYS-DATE-TAG TO SALE-POSTED-DATE
           MOVE TODAYS-DATE-TAG TO SALE-DATE-TAG
           IF SD-TRANS-DATE IS NUMERIC
               MOVE SD-TRANS-DATE TO SALE-DATE-TAG
           END-IF
           MOVE 1 TO SALE-QTY
           IF SD-QUANTITY-X IS NUMERIC AND SD-QUANTITY > 0
               MOVE SD-QUANTITY TO SALE-QTY
           END-IF
           PERFORM STORE-SALE-FOR-RETURNS.

       WRITE-RETURN-EXCEPTION.
           ADD 1 TO RETURN-HELD-COUNT
           MOVE SPACES           TO RETURN-EXCEPTION-RECORD
           MOVE TODAYS-DATE-TAG  TO RTX-RUN-DATE
           MOVE SD-CUST-ID       TO RTX-CUST-ID
           MOVE SD-PRODUCT-CODE  TO RTX-PRODUCT-CODE
           MOVE RETURN-QTY       TO RTX-QUANTITY
           MOVE AMOUNT           TO RTX-AMOUNT
           MOVE RETURN-REASON    TO RTX-REASON
           MOVE SALES-DETAIL-LINE TO RTX-ORIGINAL-TEXT
           WRITE RETURN-EXCEPTION-RECORD.

      *> Builds the matching tables before the posting pass. The
      *> day's returns are scanned first; with none in the feed
      *> there is nothing to match and no history is read.
       LOAD-RETURN-MATCHING.
           OPEN INPUT RETURN-POLICY-FILE
           IF RETURN-POLICY-STATUS = "00"
               READ RETURN-POLICY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF RP-WINDOW-DAYS-X IS NUMERIC
                           MOVE RP-WINDOW-DAYS TO RETURN-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE RETURN-POLICY-FILE
           END-IF

           PERFORM UNTIL SCAN-AT-END
               READ PROCESSED-FILE
                   AT END SET SCAN-AT-END TO TRUE
                   NOT AT END PERFORM SCAN-ONE-LINE-FOR-RETURN
               END-READ
           END-PERFORM
           CLOSE PROCESSED-FILE
           OPEN INPUT PROCESSED-FILE

           IF RETURN-KEY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF RETURN-WINDOW-DAYS > 0
               DISPLAY "Return window: " RETURN-WINDOW-DAYS " days"
           END-IF

           PERFORM LOAD-ARCHIVED-SALES
           PERFORM LOAD-JOURNAL-SALES
           PERFORM LOAD-RETURNED-QUANTITIES
           DISPLAY "Sales on file for return matching: " SALE-COUNT.

       SCAN-ONE-LINE-FOR-RETURN.
           MOVE PROCESSED-RECORD TO SALES-DETAIL-LINE
           IF PROCESSED-RECORD(1:8) = "TRAILER:" OR
              SD-AMOUNT-SIGN NOT = "-" OR
              SD-AMOUNT-DIGITS IS NOT NUMERIC OR
              SD-CUST-ID-X IS NOT NUMERIC OR
              SD-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM SET-RETURN-TERMS
           IF RETURN-CUTOFF-DATE < EARLIEST-CUTOFF-DATE
               MOVE RETURN-CUTOFF-DATE TO EARLIEST-CUTOFF-DATE
           END-IF
           SET RK-IDX TO 1
           SEARCH RETURN-KEY-ENTRY
               AT END
                   IF RETURN-KEY-COUNT < 500
                       ADD 1 TO RETURN-KEY-COUNT
                       MOVE SD-CUST-ID
                           TO RK-CUST-ID(RETURN-KEY-COUNT)
                       MOVE SD-PRODUCT-CODE
                           TO RK-PRODUCT-CODE(RETURN-KEY-COUNT)
                   ELSE
                       SET RETURN-KEY-TABLE-FULL TO TRUE
                   END-IF
               WHEN RK-CUST-ID(RK-IDX) = SD-CUST-ID AND
                    RK-PRODUCT-CODE(RK-IDX) = SD-PRODUCT-CODE
                   CONTINUE
           END-SEARCH.

      *> Every catalogued cut of the posting journal that reaches
      *> back as far as the oldest sale any of today's returns
      *> could match is pulled into a work file and read for
      *> sales. No catalog means nothing has been cut yet.
       LOAD-ARCHIVED-SALES.
           MOVE "rm -f sales-return-cuts.work" TO HISTORY-COMMAND
           CALL "SYSTEM" USING HISTORY-COMMAND
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-AT-END
               READ CATALOG-FILE
                   AT END SET CATALOG-AT-END TO TRUE
                   NOT AT END PERFORM PULL-ONE-JOURNAL-CUT
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE

           IF CUTS-PULLED = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOURNAL-CUT-FILE
           IF JOURNAL-CUT-STATUS = "00"
               PERFORM UNTIL CUT-AT-END
                   READ JOURNAL-CUT-FILE
                       AT END SET CUT-AT-END TO TRUE
                       NOT AT END PERFORM STORE-ONE-CUT-SALE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-CUT-FILE
           END-IF
           MOVE "rm -f sales-return-cuts.work" TO HISTORY-COMMAND
           CALL "SYSTEM" USING HISTORY-COMMAND.

       PULL-ONE-JOURNAL-CUT.
           IF CAT-SOURCE-FILE = "sales-posting-journal.dat" AND
              CAT-TO-DATE >= EARLIEST-CUTOFF-DATE
               ADD 1 TO CUTS-PULLED
               MOVE SPACES TO HISTORY-COMMAND
               STRING "cat " DELIMITED BY SIZE
                   CAT-ARCHIVE-NAME DELIMITED BY SPACE
                   " >> sales-return-cuts.work" DELIMITED BY SIZE
                   INTO HISTORY-COMMAND
               END-STRING
               CALL "SYSTEM" USING HISTORY-COMMAND
           END-IF.

       STORE-ONE-CUT-SALE.
           IF HJ-RUN-DATE IS NUMERIC AND
              HJ-AMOUNT IS NUMERIC AND
              HJ-AMOUNT > 0 AND
              HJ-PRODUCT-CODE NOT = SPACES
               MOVE HJ-CUST-ID      TO SALE-CUST-ID
               MOVE HJ-PRODUCT-CODE TO SALE-PRODUCT-CODE
               MOVE HJ-RUN-DATE     TO SALE-POSTED-DATE
               MOVE HJ-RUN-DATE     TO SALE-DATE-TAG
               IF HJ-TRANS-DATE IS NUMERIC
                   MOVE HJ-TRANS-DATE TO SALE-DATE-TAG
               END-IF
               MOVE 1 TO SALE-QTY
               IF HJ-QUANTITY-X IS NUMERIC AND HJ-QUANTITY > 0
                   MOVE HJ-QUANTITY TO SALE-QTY
               END-IF
               PERFORM STORE-SALE-FOR-RETURNS
           END-IF.

      *> The live journal is read before it is opened for today's
      *> postings.
       LOAD-JOURNAL-SALES.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL JOURNAL-AT-END
               READ JOURNAL-FILE
                   AT END SET JOURNAL-AT-END TO TRUE
                   NOT AT END PERFORM STORE-ONE-JOURNAL-SALE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       STORE-ONE-JOURNAL-SALE.
           IF PJ-RUN-DATE IS NUMERIC AND
              PJ-AMOUNT IS NUMERIC AND
              PJ-AMOUNT > 0 AND
              PJ-PRODUCT-CODE NOT = SPACES
               MOVE PJ-CUST-ID      TO SALE-CUST-ID
               MOVE PJ-PRODUCT-CODE TO SALE-PRODUCT-CODE
               MOVE PJ-RUN-DATE     TO SALE-POSTED-DATE
               MOVE PJ-RUN-DATE     TO SALE-DATE-TAG
               IF PJ-TRANS-DATE IS NUMERIC
                   MOVE PJ-TRANS-DATE TO SALE-DATE-TAG
               END-IF
               MOVE 1 TO SALE-QTY
               IF PJ-QUANTITY-X IS NUMERIC AND PJ-QUANTITY > 0
                   MOVE PJ-QUANTITY TO SALE-QTY
               END-IF
               PERFORM STORE-SALE-FOR-RETURNS
           END-IF.

      *> Only sales of an account/product pair somewhere in today's
      *> returns are kept. Two sales of the same product to the
      *> same account on the same day, posted the same day, are
      *> one sale for matching.
       STORE-SALE-FOR-RETURNS.
           SET RK-IDX TO 1
           SEARCH RETURN-KEY-ENTRY
               AT END EXIT PARAGRAPH
               WHEN RK-CUST-ID(RK-IDX) = SALE-CUST-ID AND
                    RK-PRODUCT-CODE(RK-IDX) = SALE-PRODUCT-CODE
                   CONTINUE
           END-SEARCH
           SET SALE-IDX TO 1
           SEARCH SALE-ENTRY
               AT END
                   IF SALE-COUNT < 3000
                       ADD 1 TO SALE-COUNT
                       MOVE SALE-CUST-ID TO SL-CUST-ID(SALE-COUNT)
                       MOVE SALE-PRODUCT-CODE
                           TO SL-PRODUCT-CODE(SALE-COUNT)
                       MOVE SALE-DATE-TAG TO SL-SALE-DATE(SALE-COUNT)
                       MOVE SALE-POSTED-DATE
                           TO SL-POSTED-DATE(SALE-COUNT)
                       MOVE SALE-QTY TO SL-QTY-SOLD(SALE-COUNT)
                       MOVE 0 TO SL-QTY-RETURNED(SALE-COUNT)
                       MOVE SPACES
                           TO SL-LAST-RETURN-DATE(SALE-COUNT)
                   ELSE
                       PERFORM NOTE-SALE-TABLE-FULL
                   END-IF
               WHEN SL-CUST-ID(SALE-IDX) = SALE-CUST-ID AND
                    SL-PRODUCT-CODE(SALE-IDX) = SALE-PRODUCT-CODE AND
                    SL-SALE-DATE(SALE-IDX) = SALE-DATE-TAG AND
                    SL-POSTED-DATE(SALE-IDX) = SALE-POSTED-DATE
                   ADD SALE-QTY TO SL-QTY-SOLD(SALE-IDX)
           END-SEARCH.

       NOTE-SALE-TABLE-FULL.
           IF SALE-TABLE-IS-FULL
               EXIT PARAGRAPH
           END-IF
           SET SALE-TABLE-IS-FULL TO TRUE
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Return-matching sales table is full at 3000 - "
               "unmatched returns are held"
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

       LOAD-RETURNED-QUANTITIES.
           OPEN INPUT RETURN-MATCH-FILE
           IF RETURN-MATCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MATCH-AT-END
               READ RETURN-MATCH-FILE
                   AT END SET MATCH-AT-END TO TRUE
                   NOT AT END
                       PERFORM FIND-MATCHED-SALE
                       IF SALE-IDX <= SALE-COUNT
                           MOVE RM-QTY-RETURNED
                               TO SL-QTY-RETURNED(SALE-IDX)
                           MOVE RM-LAST-RETURN-DATE
                               TO SL-LAST-RETURN-DATE(SALE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETURN-MATCH-FILE.

      *> Points SALE-IDX at the table entry for the sale on the
      *> match record in the FD buffer, or past the end of the
      *> table when that sale isn't loaded.
       FIND-MATCHED-SALE.
           SET SALE-IDX TO 1
           SEARCH SALE-ENTRY
               AT END
                   SET SALE-IDX TO SALE-COUNT
                   SET SALE-IDX UP BY 1
               WHEN SL-CUST-ID(SALE-IDX) = RM-CUST-ID AND
                    SL-PRODUCT-CODE(SALE-IDX) = RM-PRODUCT-CODE AND
                    SL-SALE-DATE(SALE-IDX) = RM-SALE-DATE AND
                    SL-POSTED-DATE(SALE-IDX) = RM-POSTED-DATE
                   CONTINUE
           END-SEARCH.

      *> Rewrites the returned-quantity file: records for sales
      *> not loaded this run pass through untouched, then every
      *> loaded sale with anything returned against it is written
      *> from the table.
       SAVE-RETURN-MATCHES.
           OPEN OUTPUT RETURN-MATCH-WORK-FILE
           IF RETURN-MATCH-WORK-STATUS NOT = "00"
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open sales-return-matches.work, "
                   "status " RETURN-MATCH-WORK-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO MATCH-EOF-FLAG
           OPEN INPUT RETURN-MATCH-FILE
           IF RETURN-MATCH-STATUS = "00"
               PERFORM UNTIL MATCH-AT-END
                   READ RETURN-MATCH-FILE
                       AT END SET MATCH-AT-END TO TRUE
                       NOT AT END
                           PERFORM FIND-MATCHED-SALE
                           IF SALE-IDX > SALE-COUNT
                               WRITE RETURN-MATCH-WORK-LINE
                                   FROM RETURN-MATCH-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-MATCH-FILE
           END-IF

           PERFORM VARYING SALE-IDX FROM 1 BY 1
               UNTIL SALE-IDX > SALE-COUNT
               IF SL-QTY-RETURNED(SALE-IDX) > 0
                   MOVE SPACES TO RETURN-MATCH-RECORD
                   MOVE SL-CUST-ID(SALE-IDX)   TO RM-CUST-ID
                   MOVE SL-PRODUCT-CODE(SALE-IDX)
                       TO RM-PRODUCT-CODE
                   MOVE SL-SALE-DATE(SALE-IDX) TO RM-SALE-DATE
                   MOVE SL-POSTED-DATE(SALE-IDX)
                       TO RM-POSTED-DATE
                   MOVE SL-QTY-RETURNED(SALE-IDX)
                       TO RM-QTY-RETURNED
                   MOVE SL-LAST-RETURN-DATE(SALE-IDX)
                       TO RM-LAST-RETURN-DATE
                   WRITE RETURN-MATCH-WORK-LINE
                       FROM RETURN-MATCH-RECORD
               END-IF
           END-PERFORM
           CLOSE RETURN-MATCH-WORK-FILE

           MOVE "mv sales-return-matches.work sales-return-matches.dat"
               TO HISTORY-COMMAND
           CALL "SYSTEM" USING HISTORY-COMMAND.

      *> Tax on the sale just applied, charged to the same account
      *> as its own balance movement with its own journal line -
      *> the way ACCRUAL chains a second charge onto a record. The
      *> This job's link in the balancing chain: detail lines read
      *> (the trailer and any non-detail line stay out of the
      *> count on both sides of the handoff), out by disposition -
      *> posted, unmatched, over limit, held as an unmatched
      *> return, or held as dated in a closed month (all three
      *> "other") - and the amount actually posted as the hash.
      *> BATCH-BALANCER proves the in-count equals what
      *> MIXED-EXAMPLE accepted.
       WRITE-BALANCE-CONTROL.
           OPEN EXTEND BALANCE-CONTROL-FILE
           IF BALANCE-CONTROL-STATUS NOT = "00"
               MOVE "SALES-POSTING" TO BAL-JOB-NAME
               COMPUTE BAL-RECORDS-IN =
                   POSTED-COUNT + UNMATCHED-COUNT + OVERLIMIT-COUNT
                   + RETURN-HELD-COUNT + LATE-ITEM-COUNT
               MOVE POSTED-COUNT    TO BAL-OUT-ACCEPTED
               MOVE UNMATCHED-COUNT TO BAL-OUT-REJECTED
               COMPUTE BAL-OUT-OTHER =
                   OVERLIMIT-COUNT + RETURN-HELD-COUNT
                   + LATE-ITEM-COUNT
               MOVE TOTAL-POSTED    TO BAL-AMOUNT-HASH
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-CONTROL-FILE
               END-SEARCH
           END-IF.

       LOOK-UP-DISPUTED-AMOUNT.
           MOVE 0 TO ACCOUNT-DISPUTED
           IF DISPUTE-HOLD-COUNT > 0
               SET DH-IDX TO 1
               SEARCH DISPUTE-HOLD-ENTRY
                   AT END CONTINUE
                   WHEN DH-CUST-ID(DH-IDX) = CM-CUST-ID
                       MOVE DH-AMOUNT(DH-IDX) TO ACCOUNT-DISPUTED
               END-SEARCH
           END-IF.

       WRITE-OVERLIMIT-RECORD.
           ADD 1 TO OVERLIMIT-COUNT
           MOVE SPACES          TO OVERLIMIT-RECORD
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

      *> Loads the hierarchy, one family per parent, then reads
      *> each member off the master - before the posting pass, so
      *> the record buffer is free - for the family's starting
      *> balance net of its open disputes. A member no longer on
      *> the master adds nothing. No file means no families.
       LOAD-ACCOUNT-FAMILIES.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIERARCHY-AT-END
               READ HIERARCHY-FILE
                   AT END SET HIERARCHY-AT-END TO TRUE
                   NOT AT END PERFORM STORE-HIERARCHY-RECORD
               END-READ
           END-PERFORM
           CLOSE HIERARCHY-FILE

           PERFORM VARYING FAM-IDX FROM 1 BY 1
               UNTIL FAM-IDX > FAMILY-COUNT
               MOVE FT-PARENT-ID(FAM-IDX) TO CM-CUST-ID
               PERFORM LOOK-UP-CREDIT-LIMIT
               MOVE ACCOUNT-LIMIT TO FT-GROUP-LIMIT(FAM-IDX)
               PERFORM ADD-MEMBER-BALANCE
           END-PERFORM
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               MOVE HR-PARENT-ID(HIER-IDX-WORK) TO FAMILY-PARENT-ID
               SET FAM-IDX TO 1
               SEARCH FAMILY-ENTRY
                   AT END CONTINUE
                   WHEN FT-PARENT-ID(FAM-IDX) = FAMILY-PARENT-ID
                       MOVE HR-CHILD-ID(HIER-IDX-WORK)
                           TO CM-CUST-ID
                       PERFORM ADD-MEMBER-BALANCE
               END-SEARCH
           END-PERFORM.

       STORE-HIERARCHY-RECORD.
           IF HIER-COUNT < 500
               ADD 1 TO HIER-COUNT
               MOVE AH-CHILD-ID  TO HR-CHILD-ID(HIER-COUNT)
               MOVE AH-PARENT-ID TO HR-PARENT-ID(HIER-COUNT)
               SET FAM-IDX TO 1
               SEARCH FAMILY-ENTRY
                   AT END
                       ADD 1 TO FAMILY-COUNT
                       MOVE AH-PARENT-ID
                           TO FT-PARENT-ID(FAMILY-COUNT)
                       MOVE 0 TO FT-GROUP-LIMIT(FAMILY-COUNT)
                       MOVE 0 TO FT-GROUP-NET(FAMILY-COUNT)
                   WHEN FT-PARENT-ID(FAM-IDX) = AH-PARENT-ID
                       CONTINUE
               END-SEARCH
           ELSE
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Hierarchy table is full at 500 - group "
                   "limits beyond it are not enforced this run"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               SET HIERARCHY-AT-END TO TRUE
           END-IF.

      *> CM-CUST-ID is set by the caller and FAM-IDX points at the
      *> member's family.
       ADD-MEMBER-BALANCE.
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM LOOK-UP-DISPUTED-AMOUNT
                   COMPUTE FT-GROUP-NET(FAM-IDX) =
                       FT-GROUP-NET(FAM-IDX) + CM-CUST-BALANCE
                       - ACCOUNT-DISPUTED
           END-READ.

      *> Every open dispute on sales-disputes.dat, summed into one
      *> entry per account. No file means no disputes.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL DISPUTE-AT-END
                   READ DISPUTE-FILE
                       AT END SET DISPUTE-AT-END TO TRUE
                       NOT AT END
                           IF DSP-IS-OPEN
                               PERFORM STORE-OPEN-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.

       STORE-OPEN-DISPUTE.
           SET DH-IDX TO 1
           SEARCH DISPUTE-HOLD-ENTRY
               AT END
                   IF DISPUTE-HOLD-COUNT < 500
                       ADD 1 TO DISPUTE-HOLD-COUNT
                       MOVE DSP-CUST-ID
                           TO DH-CUST-ID(DISPUTE-HOLD-COUNT)
                       MOVE DSP-AMOUNT
                           TO DH-AMOUNT(DISPUTE-HOLD-COUNT)
                   END-IF
               WHEN DH-CUST-ID(DH-IDX) = DSP-CUST-ID
                   ADD DSP-AMOUNT TO DH-AMOUNT(DH-IDX)
           END-SEARCH.

      *> End-of-run report for the credit desk: today's diverted
      *> items re-read off the suspense file, the same
      *> filter-by-run-date pass STATEMENT-GEN makes over the
               DELIMITED BY SIZE INTO OVERLIMIT-REPORT-LINE
           WRITE OVERLIMIT-REPORT-LINE.

       ROUTE-LATE-ITEM.
           ADD 1 TO LATE-ITEM-COUNT
           MOVE SPACES            TO PRIOR-PERIOD-ADJ-RECORD
           MOVE "SALES-POSTING"   TO PPA-SOURCE-JOB
           MOVE TODAYS-DATE-TAG   TO PPA-RUN-DATE
           MOVE SD-TRANS-DATE     TO PPA-TRANS-DATE
           MOVE SD-TRANS-DATE(1:6) TO PPA-PERIOD
           MOVE SD-CUST-ID        TO PPA-CUST-ID
           MOVE AMOUNT            TO PPA-AMOUNT
           MOVE SD-PRODUCT-CODE   TO PPA-REFERENCE
           MOVE SALES-DETAIL-LINE TO PPA-ORIGINAL-TEXT
           CALL "PERIOD-ADJ-WRITER" USING
               BY REFERENCE PRIOR-PERIOD-ADJ-RECORD.

       WRITE-UNMATCHED-RECORD.
           ADD 1 TO UNMATCHED-COUNT
           MOVE SPACES          TO UNMATCHED-RECORD
