       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-REVIEW.

      *> Monthly credit risk scoring and credit-limit review. A limit
      *> on cust-credit-limits.dat is set once through CUST-MAINT's
      *> L transaction and then never looked at again; this job
      *> scores every account on customer-master.idx from what the
      *> system already knows and recommends, for each limited
      *> account, an increase, a decrease or no change against the
      *> policy bands in credit-review-policy.ctl. The risk score
      *> runs 0 (clean) to 100, made up of:
      *>   - aging, up to 30: the debt's bucket mix off AR-AGING's
      *>     ar-aging-buckets.dat, 30-59 weighted 1, 60-89 weighted
      *>     2 and 90+ weighted 3 (all 90+ scores the full 30);
      *>   - hold, up to 20: one point per three days the account
      *>     has been on JSON-DEMO's credit-hold track;
      *>   - payment, up to 20: four points for each of the last six
      *>     review months the account owed money and paid nothing,
      *>     this month off payment-journal.dat and earlier months
      *>     off the score history;
      *>   - over-limit, up to 15: five points per sale
      *>     SALES-POSTING diverted to sales-overlimit.rejects this
      *>     month;
      *>   - usage, up to 15: the share of the limit the debt uses.
      *> Every account scored goes to credit-score-history.dat (the
      *> last twelve review months are kept; a rerun in the same
      *> month replaces that month's scores, so it can be rerun
      *> freely), the review prints to credit-review-report.txt,
      *> and each recommended change goes to credit-review-recs.dat
      *> for CREDIT-LIMIT-ACCEPT. An account with no limit is
      *> unlimited and is scored but not reviewed. Run it after the
      *> month's AR-AGING and before MONTH-END-CLOSE cuts the
      *> journals. A credit decision is not one to guess at, so a
      *> missing or malformed policy file stops the job.
      *>
      *> credit-review-policy.ctl: one record per band, lowest score
      *> first (the first band must start at 000) - columns 1-3 the
      *> score the band starts at, 5 the action (I increase, D
      *> decrease, N no change), 7-11 the change as 999V99 percent
      *> of the current limit ("02000" = 20.00%), 13-15 for an
      *> increase the least share of the limit, in percent, the
      *> account must be using ("080") - there is no point raising
      *> a limit nobody is near.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT POLICY-FILE ASSIGN TO "credit-review-policy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POLICY-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "cust-credit-limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-LIMIT-STATUS.
           SELECT BUCKET-FILE ASSIGN TO "ar-aging-buckets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUCKET-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-id-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT CREDIT-HOLD-TRACK-FILE
               ASSIGN TO "credit-hold-track.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TRACK-STATUS.
           SELECT PAYMENT-JOURNAL-FILE
               ASSIGN TO "payment-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYMENT-JOURNAL-STATUS.
           SELECT OVERLIMIT-FILE ASSIGN TO "sales-overlimit.rejects"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERLIMIT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "credit-score-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT RECOMMEND-FILE ASSIGN TO "credit-review-recs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOMMEND-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "credit-review-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD POLICY-FILE.
       01 POLICY-RECORD.
          05 PR-SCORE-FROM-X  PIC X(3).
          05 PR-SCORE-FROM REDEFINES PR-SCORE-FROM-X
                              PIC 9(3).
          05 FILLER           PIC X(1).
          05 PR-ACTION        PIC X(1).
          05 FILLER           PIC X(1).
          05 PR-CHANGE-PCT-X  PIC X(5).
          05 PR-CHANGE-PCT REDEFINES PR-CHANGE-PCT-X
                              PIC 9(3)V99.
          05 FILLER           PIC X(1).
          05 PR-MIN-USAGE-X   PIC X(3).
          05 PR-MIN-USAGE REDEFINES PR-MIN-USAGE-X
                              PIC 9(3).

       FD CREDIT-LIMIT-FILE.
       COPY CRLIMIT.

       FD BUCKET-FILE.
       COPY AGEBUCK.

       FD XREF-FILE.
       COPY IDXREF.

      *> JSON-DEMO's tracking record.
       FD CREDIT-HOLD-TRACK-FILE.
       01 CREDIT-HOLD-TRACK-RECORD.
          05 CHT-CUST-NAME       PIC X(50).
          05 FILLER              PIC X(2).
          05 CHT-FIRST-HOLD-DATE PIC X(8).
          05 FILLER              PIC X(2).
          05 CHT-LAST-BALANCE    PIC S9(8)V99.

       FD PAYMENT-JOURNAL-FILE.
       COPY POSTJRNL.

      *> SALES-POSTING's over-limit suspense record.
       FD OVERLIMIT-FILE.
       01 OVERLIMIT-RECORD.
          05 OVL-RUN-DATE        PIC X(8).
          05 FILLER              PIC X(2).
          05 OVL-CUST-ID         PIC 9(6).
          05 FILLER              PIC X(2).
          05 OVL-AMOUNT          PIC -9(6).99.
          05 FILLER              PIC X(2).
          05 OVL-CREDIT-LIMIT    PIC 9(6).99.
          05 FILLER              PIC X(2).
          05 OVL-ORIGINAL-TEXT   PIC X(40).

       FD HISTORY-FILE.
       COPY CRSCORE.

       FD RECOMMEND-FILE.
       COPY CRRECOM.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(120).

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS     PIC X(2).
       01 POLICY-FILE-STATUS     PIC X(2).
       01 CREDIT-LIMIT-STATUS    PIC X(2).
       01 BUCKET-FILE-STATUS     PIC X(2).
       01 XREF-FILE-STATUS       PIC X(2).
       01 HOLD-TRACK-STATUS      PIC X(2).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 OVERLIMIT-FILE-STATUS  PIC X(2).
       01 HISTORY-FILE-STATUS    PIC X(2).
       01 RECOMMEND-FILE-STATUS  PIC X(2).

       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".
       01 POLICY-EOF-FLAG     PIC X VALUE "N".
          88 POLICY-AT-END    VALUE "Y".
       01 LIMIT-EOF-FLAG      PIC X VALUE "N".
          88 LIMIT-AT-END     VALUE "Y".
       01 BUCKET-EOF-FLAG     PIC X VALUE "N".
          88 BUCKET-AT-END    VALUE "Y".
       01 XREF-EOF-FLAG       PIC X VALUE "N".
          88 XREF-AT-END      VALUE "Y".
       01 HOLD-TRACK-EOF-FLAG PIC X VALUE "N".
          88 HOLD-TRACK-AT-END VALUE "Y".
       01 PAYMENT-EOF-FLAG    PIC X VALUE "N".
          88 PAYMENT-AT-END   VALUE "Y".
       01 OVERLIMIT-EOF-FLAG  PIC X VALUE "N".
          88 OVERLIMIT-AT-END VALUE "Y".
       01 HISTORY-EOF-FLAG    PIC X VALUE "N".
          88 HISTORY-AT-END   VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 TODAYS-DATE-INT     PIC S9(9) COMP.
       01 HOLD-DATE-NUM       PIC 9(8).
       01 REVIEW-MONTH        PIC X(6).
       01 MONTH-WORK.
          05 MONTH-WORK-YEAR  PIC 9(4).
          05 MONTH-WORK-MONTH PIC 9(2).
       01 MONTH-NO            PIC S9(6) COMP.
       01 REVIEW-MONTH-NO     PIC S9(6) COMP.

      *> The policy bands, lowest score first.
       01 POLICY-COUNT PIC S9(4) COMP VALUE 0.
       01 POLICY-TABLE.
          05 POLICY-BAND OCCURS 0 TO 20 TIMES
                         DEPENDING ON POLICY-COUNT
                         INDEXED BY PB-IDX.
             10 PB-SCORE-FROM  PIC 9(3).
             10 PB-ACTION      PIC X(1).
             10 PB-CHANGE-PCT  PIC 9(3)V99.
             10 PB-MIN-USAGE   PIC 9(3).
       01 POLICY-BAD-FLAG     PIC X VALUE "N".
          88 POLICY-IS-BAD    VALUE "Y".
       01 BAND-IDX-WORK       PIC S9(4) COMP.

       01 LIMIT-COUNT PIC S9(4) COMP VALUE 0.
       01 LIMIT-TABLE.
          05 LIMIT-ENTRY OCCURS 0 TO 2000 TIMES
                         DEPENDING ON LIMIT-COUNT
                         INDEXED BY LIM-IDX.
             10 LT-CUST-ID      PIC 9(6).
             10 LT-CREDIT-LIMIT PIC 9(6)V99.

      *> ar-aging-buckets.dat, used only when it is from this
      *> review month - an older aging would score stale debt.
       01 BUCKET-COUNT PIC S9(4) COMP VALUE 0.
       01 BUCKET-TABLE.
          05 BUCKET-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON BUCKET-COUNT
                          INDEXED BY BK-IDX.
             10 BK-CUST-ID      PIC 9(6).
             10 BK-BUCKET       OCCURS 4 TIMES PIC S9(8)V99.
             10 BK-TOTAL-DEBT   PIC S9(8)V99.
       01 AGING-CURRENT-FLAG  PIC X VALUE "N".
          88 AGING-IS-CURRENT VALUE "Y".
       01 AGING-RUN-DATE      PIC X(8) VALUE SPACES.

       01 XREF-COUNT PIC S9(4) COMP VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 0 TO 2000 TIMES
                        DEPENDING ON XREF-COUNT
                        INDEXED BY XR-IDX.
             10 XR-CUST-ID      PIC 9(6).
             10 XR-CUST-NAME    PIC X(50).

      *> Held accounts, the tracked name resolved to its ID.
       01 HOLD-COUNT PIC S9(4) COMP VALUE 0.
       01 HOLD-TABLE.
          05 HOLD-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON HOLD-COUNT
                        INDEXED BY HD-IDX.
             10 HD-CUST-ID      PIC 9(6).
             10 HD-FIRST-DATE   PIC X(8).

      *> This month's payers and over-limit rejects, per account.
       01 PAID-COUNT PIC S9(4) COMP VALUE 0.
       01 PAID-TABLE.
          05 PAID-ENTRY OCCURS 0 TO 2000 TIMES
                        DEPENDING ON PAID-COUNT
                        INDEXED BY PD-IDX.
             10 PD-CUST-ID      PIC 9(6).
       01 OVERLIMIT-COUNT PIC S9(4) COMP VALUE 0.
       01 OVERLIMIT-TABLE.
          05 OVERLIMIT-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON OVERLIMIT-COUNT
                             INDEXED BY OV-IDX.
             10 OV-CUST-ID      PIC 9(6).
             10 OV-REJECTS      PIC 9(4).

      *> The score history kept across the run: earlier months as
      *> read (inside the twelve-month window, this month's dropped
      *> for replacement), then this month's scores as made.
       01 HISTORY-COUNT PIC S9(4) COMP VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY OCCURS 0 TO 9000 TIMES
                           DEPENDING ON HISTORY-COUNT
                           INDEXED BY HS-IDX.
             10 HS-MONTH-NO     PIC S9(6) COMP.
             10 HS-CUST-ID      PIC 9(6).
             10 HS-MISSED       PIC X(1).
             10 HS-RECORD       PIC X(100).
       01 HISTORY-FULL-FLAG   PIC X VALUE "N".
          88 HISTORY-TABLE-FULL VALUE "Y".
       01 HISTORY-DROPPED     PIC 9(6) VALUE 0.

      *> One account's scoring.
       01 ACCOUNT-LIMIT       PIC 9(6)V99.
       01 ACCOUNT-DEBT        PIC S9(8)V99.
       01 USAGE-PCT           PIC 9(3).
       01 HOLD-DAYS           PIC S9(9) COMP.
       01 MISSED-MONTHS       PIC 9(3).
       01 AGING-POINTS        PIC 9(3).
       01 HOLD-POINTS         PIC 9(3).
       01 PAYMENT-POINTS      PIC 9(3).
       01 OVERLIMIT-POINTS    PIC 9(3).
       01 USAGE-POINTS        PIC 9(3).
       01 RISK-SCORE          PIC 9(3).
       01 WEIGHTED-DEBT       PIC S9(10)V99.
       01 POINTS-WORK         PIC S9(9) COMP.
       01 PAID-THIS-MONTH     PIC X(1).
       01 OWED-THIS-MONTH     PIC X(1).
       01 RECOMMEND-ACTION    PIC X(1).
       01 NEW-LIMIT           PIC 9(6)V99.
       01 NEW-LIMIT-UNITS     PIC S9(9).
       01 ACTION-TEXT         PIC X(9).

       01 ACCOUNTS-SCORED     PIC 9(6) VALUE 0.
       01 ACCOUNTS-REVIEWED   PIC 9(6) VALUE 0.
       01 INCREASE-COUNT      PIC 9(6) VALUE 0.
       01 DECREASE-COUNT      PIC 9(6) VALUE 0.
       01 NO-CHANGE-COUNT     PIC 9(6) VALUE 0.

       01 SCORE-ED            PIC ZZ9.
       01 LIMIT-ED            PIC ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CREDIT-REVIEW".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Credit Risk Scoring and Limit Review"
           DISPLAY "===================================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM
           COMPUTE TODAYS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)
           MOVE TODAYS-DATE-TAG(1:6) TO REVIEW-MONTH
           MOVE REVIEW-MONTH TO MONTH-WORK
           COMPUTE REVIEW-MONTH-NO =
               MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH - 1

           PERFORM LOAD-REVIEW-POLICY
           PERFORM LOAD-CREDIT-LIMITS
           PERFORM LOAD-AGING-BUCKETS
           PERFORM LOAD-XREF
           PERFORM LOAD-HOLD-TRACK
           PERFORM LOAD-MONTH-PAYMENTS
           PERFORM LOAD-MONTH-OVERLIMITS
           PERFORM LOAD-SCORE-HISTORY

           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "customer-master.idx not found - run "
                   "CUST-MASTER-LOAD first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RECOMMEND-FILE
           PERFORM WRITE-REVIEW-HEADINGS

           PERFORM UNTIL MASTER-AT-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET MASTER-AT-END TO TRUE
                   NOT AT END PERFORM SCORE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER
           CLOSE RECOMMEND-FILE

           PERFORM WRITE-REVIEW-TOTALS
           PERFORM SAVE-SCORE-HISTORY

           MOVE ACCOUNTS-SCORED TO COUNT-ED
           DISPLAY "Accounts scored:      " COUNT-ED
           MOVE ACCOUNTS-REVIEWED TO COUNT-ED
           DISPLAY "Limits reviewed:      " COUNT-ED
           MOVE INCREASE-COUNT TO COUNT-ED
           DISPLAY "Increases recommended:" COUNT-ED
           MOVE DECREASE-COUNT TO COUNT-ED
           DISPLAY "Decreases recommended:" COUNT-ED
           DISPLAY "Wrote credit-review-report.txt"
           DISPLAY "Wrote credit-review-recs.dat"

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The bands must be present, numeric, start at zero and
      *> climb - anything else and the recommendations would be
      *> made against a policy nobody wrote.
       LOAD-REVIEW-POLICY.
           OPEN INPUT POLICY-FILE
           IF POLICY-FILE-STATUS = "00"
               PERFORM UNTIL POLICY-AT-END
                   READ POLICY-FILE
                       AT END SET POLICY-AT-END TO TRUE
                       NOT AT END PERFORM STORE-POLICY-BAND
                   END-READ
               END-PERFORM
               CLOSE POLICY-FILE
           END-IF
           IF POLICY-COUNT = 0
               SET POLICY-IS-BAD TO TRUE
           ELSE
               IF PB-SCORE-FROM(1) NOT = 0
                   SET POLICY-IS-BAD TO TRUE
               END-IF
           END-IF
           IF POLICY-IS-BAD
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "credit-review-policy.ctl missing or invalid - "
                   "no limits reviewed" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-POLICY-BAND.
           IF POLICY-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PR-SCORE-FROM-X IS NOT NUMERIC OR
              PR-CHANGE-PCT-X IS NOT NUMERIC OR
              PR-MIN-USAGE-X IS NOT NUMERIC OR
              PR-SCORE-FROM > 100 OR
              (PR-ACTION NOT = "I" AND PR-ACTION NOT = "D" AND
               PR-ACTION NOT = "N") OR
              POLICY-COUNT >= 20
               SET POLICY-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF PR-ACTION = "D" AND PR-CHANGE-PCT > 100
               SET POLICY-IS-BAD TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF POLICY-COUNT > 0
               IF PR-SCORE-FROM <= PB-SCORE-FROM(POLICY-COUNT)
                   SET POLICY-IS-BAD TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO POLICY-COUNT
           MOVE PR-SCORE-FROM TO PB-SCORE-FROM(POLICY-COUNT)
           MOVE PR-ACTION     TO PB-ACTION(POLICY-COUNT)
           MOVE PR-CHANGE-PCT TO PB-CHANGE-PCT(POLICY-COUNT)
           MOVE PR-MIN-USAGE  TO PB-MIN-USAGE(POLICY-COUNT).

       LOAD-CREDIT-LIMITS.
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-LIMIT-STATUS = "00"
               PERFORM UNTIL LIMIT-AT-END
                   READ CREDIT-LIMIT-FILE
                       AT END SET LIMIT-AT-END TO TRUE
                       NOT AT END
                           IF LIMIT-COUNT < 2000
                               ADD 1 TO LIMIT-COUNT
                               MOVE CL-CUST-ID
                                   TO LT-CUST-ID(LIMIT-COUNT)
                               MOVE CL-CREDIT-LIMIT
                                   TO LT-CREDIT-LIMIT(LIMIT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-LIMIT-FILE
           END-IF.

      *> Without this month's aging the bucket mix is not scored -
      *> a warning, not a stop: the other factors still stand.
       LOAD-AGING-BUCKETS.
           OPEN INPUT BUCKET-FILE
           IF BUCKET-FILE-STATUS = "00"
               PERFORM UNTIL BUCKET-AT-END
                   READ BUCKET-FILE
                       AT END SET BUCKET-AT-END TO TRUE
                       NOT AT END PERFORM STORE-AGING-BUCKET
                   END-READ
               END-PERFORM
               CLOSE BUCKET-FILE
           END-IF
           IF AGING-RUN-DATE(1:6) = REVIEW-MONTH
               SET AGING-IS-CURRENT TO TRUE
           ELSE
               MOVE 0 TO BUCKET-COUNT
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "No AR-AGING run this month - aging not "
                   "scored; run AR-AGING first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF.

       STORE-AGING-BUCKET.
           MOVE AB-RUN-DATE TO AGING-RUN-DATE
           IF BUCKET-COUNT < 2000
               ADD 1 TO BUCKET-COUNT
               MOVE AB-CUST-ID TO BK-CUST-ID(BUCKET-COUNT)
               MOVE AB-BUCKET(1) TO BK-BUCKET(BUCKET-COUNT 1)
               MOVE AB-BUCKET(2) TO BK-BUCKET(BUCKET-COUNT 2)
               MOVE AB-BUCKET(3) TO BK-BUCKET(BUCKET-COUNT 3)
               MOVE AB-BUCKET(4) TO BK-BUCKET(BUCKET-COUNT 4)
               MOVE AB-TOTAL-DEBT TO BK-TOTAL-DEBT(BUCKET-COUNT)
           END-IF.

       LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS = "00"
               PERFORM UNTIL XREF-AT-END
                   READ XREF-FILE
                       AT END SET XREF-AT-END TO TRUE
                       NOT AT END
                           IF XREF-COUNT < 2000
                               ADD 1 TO XREF-COUNT
                               MOVE XREF-REC-ID
                                   TO XR-CUST-ID(XREF-COUNT)
                               MOVE XREF-REC-NAME
                                   TO XR-CUST-NAME(XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *> The hold track is kept by name; a name the xref cannot
      *> resolve is left to CUST-INTEGRITY to report.
       LOAD-HOLD-TRACK.
           OPEN INPUT CREDIT-HOLD-TRACK-FILE
           IF HOLD-TRACK-STATUS = "00"
               PERFORM UNTIL HOLD-TRACK-AT-END
                   READ CREDIT-HOLD-TRACK-FILE
                       AT END SET HOLD-TRACK-AT-END TO TRUE
                       NOT AT END PERFORM STORE-HELD-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE CREDIT-HOLD-TRACK-FILE
           END-IF.

       STORE-HELD-ACCOUNT.
           SET XR-IDX TO 1
           SEARCH XREF-ENTRY
               AT END CONTINUE
               WHEN XR-CUST-NAME(XR-IDX) = CHT-CUST-NAME
                   IF HOLD-COUNT < 500
                       ADD 1 TO HOLD-COUNT
                       MOVE XR-CUST-ID(XR-IDX)
                           TO HD-CUST-ID(HOLD-COUNT)
                       MOVE CHT-FIRST-HOLD-DATE
                           TO HD-FIRST-DATE(HOLD-COUNT)
                   END-IF
           END-SEARCH.

       LOAD-MONTH-PAYMENTS.
           OPEN INPUT PAYMENT-JOURNAL-FILE
           IF PAYMENT-JOURNAL-STATUS = "00"
               PERFORM UNTIL PAYMENT-AT-END
                   READ PAYMENT-JOURNAL-FILE
                       AT END SET PAYMENT-AT-END TO TRUE
                       NOT AT END
                           IF PJ-RUN-DATE(1:6) = REVIEW-MONTH AND
                              PJ-AMOUNT > 0
                               PERFORM STORE-PAYER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

       STORE-PAYER.
           SET PD-IDX TO 1
           SEARCH PAID-ENTRY
               AT END
                   IF PAID-COUNT < 2000
                       ADD 1 TO PAID-COUNT
                       MOVE PJ-CUST-ID TO PD-CUST-ID(PAID-COUNT)
                   END-IF
               WHEN PD-CUST-ID(PD-IDX) = PJ-CUST-ID
                   CONTINUE
           END-SEARCH.

       LOAD-MONTH-OVERLIMITS.
           OPEN INPUT OVERLIMIT-FILE
           IF OVERLIMIT-FILE-STATUS = "00"
               PERFORM UNTIL OVERLIMIT-AT-END
                   READ OVERLIMIT-FILE
                       AT END SET OVERLIMIT-AT-END TO TRUE
                       NOT AT END
                           IF OVL-RUN-DATE(1:6) = REVIEW-MONTH
                               PERFORM STORE-OVERLIMIT-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERLIMIT-FILE
           END-IF.

       STORE-OVERLIMIT-REJECT.
           SET OV-IDX TO 1
           SEARCH OVERLIMIT-ENTRY
               AT END
                   IF OVERLIMIT-COUNT < 2000
                       ADD 1 TO OVERLIMIT-COUNT
                       MOVE OVL-CUST-ID
                           TO OV-CUST-ID(OVERLIMIT-COUNT)
                       MOVE 1 TO OV-REJECTS(OVERLIMIT-COUNT)
                   END-IF
               WHEN OV-CUST-ID(OV-IDX) = OVL-CUST-ID
                   ADD 1 TO OV-REJECTS(OV-IDX)
           END-SEARCH.

      *> Keeps the eleven months before this one; this month's
      *> scores are about to be made again, and anything older than
      *> a year is past any use.
       LOAD-SCORE-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-AT-END
                   READ HISTORY-FILE
                       AT END SET HISTORY-AT-END TO TRUE
                       NOT AT END PERFORM STORE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       STORE-HISTORY-RECORD.
           IF CS-REVIEW-MONTH IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CS-REVIEW-MONTH TO MONTH-WORK
           COMPUTE MONTH-NO =
               MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH - 1
           IF MONTH-NO >= REVIEW-MONTH-NO OR
              MONTH-NO < REVIEW-MONTH-NO - 11
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-HISTORY-ENTRY.

       ADD-HISTORY-ENTRY.
           IF HISTORY-COUNT >= 9000
               ADD 1 TO HISTORY-DROPPED
               IF NOT HISTORY-TABLE-FULL
                   SET HISTORY-TABLE-FULL TO TRUE
                   SET JOB-RC-WARNING TO TRUE
                   MOVE SPACES TO ERRLOG-TEXT
                   STRING "Score history table is full at 9000 - "
                       "oldest scores not kept" DELIMITED BY SIZE
                       INTO ERRLOG-TEXT
                   CALL "ERRLOG-WRITER" USING
                       BY REFERENCE ERRLOG-JOB-NAME
                       BY REFERENCE JOB-RETURN-CODE
                       BY REFERENCE ERRLOG-TEXT
                   DISPLAY "WARNING: " ERRLOG-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HISTORY-COUNT
           MOVE MONTH-NO   TO HS-MONTH-NO(HISTORY-COUNT)
           MOVE CS-CUST-ID TO HS-CUST-ID(HISTORY-COUNT)
           IF CS-OWED AND NOT CS-PAID
               MOVE "Y" TO HS-MISSED(HISTORY-COUNT)
           ELSE
               MOVE "N" TO HS-MISSED(HISTORY-COUNT)
           END-IF
           MOVE CREDIT-SCORE-RECORD TO HS-RECORD(HISTORY-COUNT).

       SCORE-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-SCORED
           MOVE 0 TO ACCOUNT-LIMIT
           SET LIM-IDX TO 1
           SEARCH LIMIT-ENTRY
               AT END CONTINUE
               WHEN LT-CUST-ID(LIM-IDX) = CM-CUST-ID
                   MOVE LT-CREDIT-LIMIT(LIM-IDX) TO ACCOUNT-LIMIT
           END-SEARCH
           IF CM-CUST-BALANCE < 0
               COMPUTE ACCOUNT-DEBT = 0 - CM-CUST-BALANCE
           ELSE
               MOVE 0 TO ACCOUNT-DEBT
           END-IF

           PERFORM SCORE-AGING
           PERFORM SCORE-HOLD
           PERFORM SCORE-PAYMENT
           PERFORM SCORE-OVERLIMIT
           PERFORM SCORE-USAGE
           COMPUTE RISK-SCORE = AGING-POINTS + HOLD-POINTS
               + PAYMENT-POINTS + OVERLIMIT-POINTS + USAGE-POINTS

           PERFORM RECOMMEND-LIMIT
           PERFORM WRITE-REVIEW-LINE
           PERFORM RECORD-ACCOUNT-SCORE.

       SCORE-AGING.
           MOVE 0 TO AGING-POINTS
           SET BK-IDX TO 1
           SEARCH BUCKET-ENTRY
               AT END CONTINUE
               WHEN BK-CUST-ID(BK-IDX) = CM-CUST-ID
                   IF BK-TOTAL-DEBT(BK-IDX) > 0
                       COMPUTE WEIGHTED-DEBT =
                           BK-BUCKET(BK-IDX 2)
                           + BK-BUCKET(BK-IDX 3) * 2
                           + BK-BUCKET(BK-IDX 4) * 3
                       COMPUTE POINTS-WORK ROUNDED =
                           WEIGHTED-DEBT * 10 / BK-TOTAL-DEBT(BK-IDX)
                       IF POINTS-WORK > 30
                           MOVE 30 TO POINTS-WORK
                       END-IF
                       MOVE POINTS-WORK TO AGING-POINTS
                   END-IF
           END-SEARCH.

       SCORE-HOLD.
           MOVE 0 TO HOLD-POINTS
           SET HD-IDX TO 1
           SEARCH HOLD-ENTRY
               AT END CONTINUE
               WHEN HD-CUST-ID(HD-IDX) = CM-CUST-ID
                   IF HD-FIRST-DATE(HD-IDX) IS NUMERIC
                       MOVE HD-FIRST-DATE(HD-IDX) TO HOLD-DATE-NUM
                       COMPUTE HOLD-DAYS = TODAYS-DATE-INT
                           - FUNCTION INTEGER-OF-DATE(HOLD-DATE-NUM)
                       COMPUTE POINTS-WORK = HOLD-DAYS / 3
                       IF POINTS-WORK > 20
                           MOVE 20 TO POINTS-WORK
                       END-IF
                       IF POINTS-WORK < 0
                           MOVE 0 TO POINTS-WORK
                       END-IF
                       MOVE POINTS-WORK TO HOLD-POINTS
                   END-IF
           END-SEARCH.

      *> A month missed is one the account owed money at the review
      *> and paid nothing in - this month, plus the five before it
      *> off the history.
       SCORE-PAYMENT.
           MOVE "N" TO PAID-THIS-MONTH
           SET PD-IDX TO 1
           SEARCH PAID-ENTRY
               AT END CONTINUE
               WHEN PD-CUST-ID(PD-IDX) = CM-CUST-ID
                   MOVE "Y" TO PAID-THIS-MONTH
           END-SEARCH
           IF ACCOUNT-DEBT > 0
               MOVE "Y" TO OWED-THIS-MONTH
           ELSE
               MOVE "N" TO OWED-THIS-MONTH
           END-IF

           MOVE 0 TO MISSED-MONTHS
           IF OWED-THIS-MONTH = "Y" AND PAID-THIS-MONTH = "N"
               ADD 1 TO MISSED-MONTHS
           END-IF
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HISTORY-COUNT
               IF HS-CUST-ID(HS-IDX) = CM-CUST-ID AND
                  HS-MONTH-NO(HS-IDX) < REVIEW-MONTH-NO AND
                  HS-MONTH-NO(HS-IDX) >= REVIEW-MONTH-NO - 5 AND
                  HS-MISSED(HS-IDX) = "Y"
                   ADD 1 TO MISSED-MONTHS
               END-IF
           END-PERFORM
           COMPUTE POINTS-WORK = MISSED-MONTHS * 4
           IF POINTS-WORK > 20
               MOVE 20 TO POINTS-WORK
           END-IF
           MOVE POINTS-WORK TO PAYMENT-POINTS.

       SCORE-OVERLIMIT.
           MOVE 0 TO OVERLIMIT-POINTS
           SET OV-IDX TO 1
           SEARCH OVERLIMIT-ENTRY
               AT END CONTINUE
               WHEN OV-CUST-ID(OV-IDX) = CM-CUST-ID
                   COMPUTE POINTS-WORK = OV-REJECTS(OV-IDX) * 5
                   IF POINTS-WORK > 15
                       MOVE 15 TO POINTS-WORK
                   END-IF
                   MOVE POINTS-WORK TO OVERLIMIT-POINTS
           END-SEARCH.

       SCORE-USAGE.
           MOVE 0 TO USAGE-PCT
           MOVE 0 TO USAGE-POINTS
           IF ACCOUNT-LIMIT > 0
               IF ACCOUNT-DEBT > ACCOUNT-LIMIT * 9.99
                   MOVE 999 TO POINTS-WORK
               ELSE
                   COMPUTE POINTS-WORK =
                       ACCOUNT-DEBT * 100 / ACCOUNT-LIMIT
               END-IF
               MOVE POINTS-WORK TO USAGE-PCT
               COMPUTE POINTS-WORK = USAGE-PCT * 15 / 100
               IF POINTS-WORK > 15
                   MOVE 15 TO POINTS-WORK
               END-IF
               MOVE POINTS-WORK TO USAGE-POINTS
           END-IF.

      *> The band is the highest one starting at or below the score.
      *> New limits are whole currency units; a decrease never
      *> reaches zero, which on cust-credit-limits.dat would mean
      *> no limit at all.
       RECOMMEND-LIMIT.
           MOVE SPACE TO RECOMMEND-ACTION
           MOVE 0 TO NEW-LIMIT
           IF ACCOUNT-LIMIT = 0
               MOVE "UNLIMITED" TO ACTION-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNTS-REVIEWED
           MOVE 1 TO BAND-IDX-WORK
           PERFORM VARYING PB-IDX FROM 1 BY 1
               UNTIL PB-IDX > POLICY-COUNT
               IF PB-SCORE-FROM(PB-IDX) <= RISK-SCORE
                   SET BAND-IDX-WORK TO PB-IDX
               END-IF
           END-PERFORM
           MOVE PB-ACTION(BAND-IDX-WORK) TO RECOMMEND-ACTION
           MOVE ACCOUNT-LIMIT TO NEW-LIMIT

           EVALUATE TRUE
               WHEN RECOMMEND-ACTION = "I" AND
                    PB-CHANGE-PCT(BAND-IDX-WORK) > 0 AND
                    USAGE-PCT >= PB-MIN-USAGE(BAND-IDX-WORK)
                   COMPUTE NEW-LIMIT-UNITS ROUNDED = ACCOUNT-LIMIT
                       * (100 + PB-CHANGE-PCT(BAND-IDX-WORK)) / 100
                   IF NEW-LIMIT-UNITS > 999999
                       MOVE 999999 TO NEW-LIMIT-UNITS
                   END-IF
                   MOVE NEW-LIMIT-UNITS TO NEW-LIMIT
               WHEN RECOMMEND-ACTION = "D" AND
                    PB-CHANGE-PCT(BAND-IDX-WORK) > 0
                   COMPUTE NEW-LIMIT-UNITS ROUNDED = ACCOUNT-LIMIT
                       * (100 - PB-CHANGE-PCT(BAND-IDX-WORK)) / 100
                   IF NEW-LIMIT-UNITS < 1
                       MOVE 1 TO NEW-LIMIT-UNITS
                   END-IF
                   MOVE NEW-LIMIT-UNITS TO NEW-LIMIT
                   IF NEW-LIMIT > ACCOUNT-LIMIT
                       MOVE ACCOUNT-LIMIT TO NEW-LIMIT
                   END-IF
           END-EVALUATE

           EVALUATE TRUE
               WHEN NEW-LIMIT > ACCOUNT-LIMIT
                   MOVE "I" TO RECOMMEND-ACTION
                   MOVE "INCREASE" TO ACTION-TEXT
                   ADD 1 TO INCREASE-COUNT
                   PERFORM WRITE-RECOMMENDATION
               WHEN NEW-LIMIT < ACCOUNT-LIMIT
                   MOVE "D" TO RECOMMEND-ACTION
                   MOVE "DECREASE" TO ACTION-TEXT
                   ADD 1 TO DECREASE-COUNT
                   PERFORM WRITE-RECOMMENDATION
               WHEN OTHER
                   MOVE "N" TO RECOMMEND-ACTION
                   MOVE "NO CHANGE" TO ACTION-TEXT
                   ADD 1 TO NO-CHANGE-COUNT
           END-EVALUATE.

       WRITE-RECOMMENDATION.
           MOVE SPACES TO CREDIT-RECOMMEND-RECORD
           MOVE TODAYS-DATE-TAG  TO CR-REVIEW-DATE
           MOVE CM-CUST-ID       TO CR-CUST-ID
           MOVE RISK-SCORE       TO CR-SCORE
           MOVE RECOMMEND-ACTION TO CR-ACTION
           MOVE ACCOUNT-LIMIT    TO CR-CURRENT-LIMIT
           MOVE NEW-LIMIT        TO CR-NEW-LIMIT
           WRITE CREDIT-RECOMMEND-RECORD.

       RECORD-ACCOUNT-SCORE.
           MOVE SPACES TO CREDIT-SCORE-RECORD
           MOVE REVIEW-MONTH     TO CS-REVIEW-MONTH
           MOVE TODAYS-DATE-TAG  TO CS-REVIEW-DATE
           MOVE CM-CUST-ID       TO CS-CUST-ID
           MOVE RISK-SCORE       TO CS-SCORE
           MOVE AGING-POINTS     TO CS-AGING-POINTS
           MOVE HOLD-POINTS      TO CS-HOLD-POINTS
           MOVE PAYMENT-POINTS   TO CS-PAYMENT-POINTS
           MOVE OVERLIMIT-POINTS TO CS-OVERLIMIT-POINTS
           MOVE USAGE-POINTS     TO CS-USAGE-POINTS
           MOVE ACCOUNT-DEBT     TO CS-DEBT
           MOVE OWED-THIS-MONTH  TO CS-OWED-FLAG
           MOVE PAID-THIS-MONTH  TO CS-PAID-FLAG
           MOVE ACCOUNT-LIMIT    TO CS-CREDIT-LIMIT
           MOVE RECOMMEND-ACTION TO CS-ACTION
           MOVE NEW-LIMIT        TO CS-NEW-LIMIT
           MOVE REVIEW-MONTH-NO  TO MONTH-NO
           PERFORM ADD-HISTORY-ENTRY.

       SAVE-SCORE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite credit-score-history.dat, "
                   "status " HISTORY-FILE-STATUS DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HS-IDX FROM 1 BY 1
               UNTIL HS-IDX > HISTORY-COUNT
               MOVE HS-RECORD(HS-IDX) TO CREDIT-SCORE-RECORD
               WRITE CREDIT-SCORE-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE.

       WRITE-REVIEW-HEADINGS.
           OPEN OUTPUT REPORT-FILE
           MOVE "CREDIT RISK SCORING AND LIMIT REVIEW" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "    REVIEW MONTH: " REVIEW-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT AGING-IS-CURRENT
               MOVE "  *** NO AR-AGING THIS MONTH - AGING NOT SCORED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ACCOUNT"   TO REPORT-LINE(3:7)
           MOVE "NAME"      TO REPORT-LINE(11:4)
           MOVE "SCORE"     TO REPORT-LINE(33:5)
           MOVE "AGE"       TO REPORT-LINE(40:3)
           MOVE "HLD"       TO REPORT-LINE(44:3)
           MOVE "PAY"       TO REPORT-LINE(48:3)
           MOVE "OVL"       TO REPORT-LINE(52:3)
           MOVE "USE"       TO REPORT-LINE(56:3)
           MOVE "USED%"     TO REPORT-LINE(61:5)
           MOVE "LIMIT"     TO REPORT-LINE(73:5)
           MOVE "RECOMMEND" TO REPORT-LINE(80:9)
           MOVE "NEW LIMIT" TO REPORT-LINE(93:9)
           WRITE REPORT-LINE.

       WRITE-REVIEW-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE CM-CUST-ID TO REPORT-LINE(3:6)
           MOVE CM-CUST-NAME(1:20) TO REPORT-LINE(11:20)
           MOVE RISK-SCORE TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(35:3)
           MOVE AGING-POINTS TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(40:3)
           MOVE HOLD-POINTS TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(44:3)
           MOVE PAYMENT-POINTS TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(48:3)
           MOVE OVERLIMIT-POINTS TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(52:3)
           MOVE USAGE-POINTS TO SCORE-ED
           MOVE SCORE-ED TO REPORT-LINE(56:3)
           IF ACCOUNT-LIMIT > 0
               MOVE USAGE-PCT TO SCORE-ED
               MOVE SCORE-ED TO REPORT-LINE(62:3)
               MOVE "%" TO REPORT-LINE(65:1)
               MOVE ACCOUNT-LIMIT TO LIMIT-ED
               MOVE LIMIT-ED TO REPORT-LINE(68:10)
           END-IF
           MOVE ACTION-TEXT TO REPORT-LINE(80:9)
           IF RECOMMEND-ACTION = "I" OR RECOMMEND-ACTION = "D"
               MOVE NEW-LIMIT TO LIMIT-ED
               MOVE LIMIT-ED TO REPORT-LINE(92:10)
           END-IF
           WRITE REPORT-LINE.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-SCORED TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS SCORED:       " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCOUNTS-REVIEWED TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  LIMITS REVIEWED:       " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE INCREASE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  INCREASES RECOMMENDED: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE DECREASE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  DECREASES RECOMMENDED: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NO-CHANGE-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  NO CHANGE:             " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

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
