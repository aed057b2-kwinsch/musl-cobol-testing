       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-RUN.

      *> Month-end sales commission. Reads the month's postings off
      *> sales-posting-journal.dat - so it must run before
      *> MONTH-END-CLOSE cuts the closed month to its archive -
      *> credits each posting to the rep the account was assigned
      *> to on the posting's run date (rep-assignments.dat, kept by
      *> REP-MAINT), and rates each rep's net sales, returns
      *> included, against the tiered table in commission-rates.ctl.
      *> Writes one statement per rep to commission-statements.txt
      *> and a payroll extract, commission-payroll.dat, of what is
      *> payable to each rep. Postings on accounts nobody was
      *> assigned to on the day are totalled on the statement file
      *> and raise a warning - they earn nobody commission until
      *> the assignment is put right.
      *>
      *> The month paid defaults to the calendar month of the run
      *> date; a catch-up run sets COMMISSION-MONTH (YYYYMM). Like
      *> YEAR-END-CLOSE, it keeps the months already paid in its
      *> own control file (commission-run.ctl) and refuses to pay
      *> the same month twice. A month MONTH-END-CLOSE has already
      *> closed is refused too - its postings are no longer on the
      *> live journal, and paying off what is left would short
      *> every rep.
      *>
      *> commission-rates.ctl: one record per tier, lowest first -
      *> columns 1-11 the net sales the tier starts at as
      *> 999999999V99 (the first tier must start at zero), columns
      *> 14-19 the tier's rate as 99V9999 percent ("050000" =
      *> 5.0000%). The tiers are marginal: each rate applies only
      *> to the part of a rep's net sales that falls inside its
      *> tier. A rep whose returns outweigh the month's sales earns
      *> nothing for the month (there is no clawback).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "sales-posting-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO "rep-assignments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-FILE-STATUS.
           SELECT REP-MASTER ASSIGN TO "sales-rep-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-ID
               FILE STATUS IS REP-MASTER-STATUS.
           SELECT RATE-FILE ASSIGN TO "commission-rates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT STATEMENT-FILE
               ASSIGN TO "commission-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYROLL-FILE ASSIGN TO "commission-payroll.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAYROLL-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "commission-run.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT CLOSE-CONTROL-FILE
               ASSIGN TO "month-end-close.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       COPY POSTJRNL.

       FD ASSIGNMENT-FILE.
       COPY REPASSGN.

       FD REP-MASTER.
       COPY REPREC.

       FD RATE-FILE.
       01 RATE-RECORD.
          05 RATE-FLOOR-X     PIC X(11).
          05 RATE-FLOOR REDEFINES RATE-FLOOR-X
                              PIC 9(9)V99.
          05 FILLER           PIC X(2).
          05 RATE-PERCENT-X   PIC X(6).
          05 RATE-PERCENT REDEFINES RATE-PERCENT-X
                              PIC 99V9999.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE      PIC X(100).

      *> One record per rep with commission payable for the month,
      *> in the layout payroll loads.
       FD PAYROLL-FILE.
       01 PAYROLL-RECORD.
          05 PX-MONTH         PIC X(6).
          05 FILLER           PIC X(2).
          05 PX-REP-ID        PIC X(6).
          05 FILLER           PIC X(2).
          05 PX-PAYROLL-ID    PIC X(10).
          05 FILLER           PIC X(2).
          05 PX-NET-SALES     PIC -9(9).99.
          05 FILLER           PIC X(2).
          05 PX-COMMISSION    PIC 9(7).99.

      *> Months already paid, one per record.
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
          05 PAID-MONTH       PIC X(6).

       FD CLOSE-CONTROL-FILE.
       COPY CLOSECTL.

       WORKING-STORAGE SECTION.
       01 JOURNAL-STATUS         PIC X(2).
       01 ASSIGNMENT-FILE-STATUS PIC X(2).
       01 REP-MASTER-STATUS      PIC X(2).
       01 RATE-FILE-STATUS       PIC X(2).
       01 PAYROLL-FILE-STATUS    PIC X(2).
       01 RUN-CONTROL-STATUS     PIC X(2).
       01 CLOSE-CONTROL-STATUS   PIC X(2).

       01 JOURNAL-EOF-FLAG    PIC X VALUE "N".
          88 JOURNAL-AT-END   VALUE "Y".
       01 ASSIGNMENT-EOF-FLAG PIC X VALUE "N".
          88 ASSIGNMENT-AT-END VALUE "Y".
       01 RATE-EOF-FLAG       PIC X VALUE "N".
          88 RATE-AT-END      VALUE "Y".
       01 CONTROL-EOF-FLAG    PIC X VALUE "N".
          88 CONTROL-AT-END   VALUE "Y".
       01 MONTH-ALREADY-PAID  PIC X VALUE "N".
          88 IS-MONTH-PAID    VALUE "Y".
       01 MONTH-ALREADY-CLOSED PIC X VALUE "N".
          88 IS-MONTH-CLOSED  VALUE "Y".
       01 RATE-TABLE-FLAG     PIC X VALUE "Y".
          88 RATE-TABLE-VALID VALUE "Y".
       01 MASTER-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-REP-MASTER  VALUE "Y".
       01 REP-FOUND-FLAG      PIC X VALUE "N".
          88 REP-ON-MASTER    VALUE "Y".

       01 COMMISSION-MONTH-TAG PIC X(6).
       01 TODAYS-DATE-TAG     PIC X(8).

      *> The rate tiers, lowest first.
       01 TIER-COUNT          PIC S9(4) COMP VALUE 0.
       01 TIER-IDX            PIC S9(4) COMP.
       01 TIER-TABLE.
          05 TIER-ENTRY OCCURS 10 TIMES.
             10 TIER-FLOOR    PIC 9(9)V99.
             10 TIER-RATE     PIC 99V9999.

      *> Every assignment on file; the one that stands for a given
      *> account and day is the latest effective on or before it.
       01 ASSIGNMENT-COUNT    PIC S9(4) COMP VALUE 0.
       01 ASSIGNMENT-IDX      PIC S9(4) COMP.
       01 ASSIGNMENT-TABLE.
          05 ASSIGNMENT-ENTRY OCCURS 0 TO 5000 TIMES
                              DEPENDING ON ASSIGNMENT-COUNT.
             10 AT-CUST-ID        PIC 9(6).
             10 AT-REP-ID         PIC X(6).
             10 AT-EFFECTIVE-DATE PIC X(8).

       01 CREDITED-REP-ID     PIC X(6).
       01 CREDITED-FROM-DATE  PIC X(8).

      *> Net sales by rep and account - the detail lines of each
      *> rep's statement.
       01 REP-CUST-COUNT      PIC S9(4) COMP VALUE 0.
       01 REP-CUST-TABLE.
          05 REP-CUST-ENTRY OCCURS 0 TO 3000 TIMES
                            DEPENDING ON REP-CUST-COUNT
                            INDEXED BY RC-IDX.
             10 RC-REP-ID     PIC X(6).
             10 RC-CUST-ID    PIC 9(6).
             10 RC-SALES      PIC S9(9)V99.
             10 RC-RETURNS    PIC S9(9)V99.
             10 RC-LINES      PIC 9(6).

      *> One entry per rep credited this month.
       01 REP-TOTAL-COUNT     PIC S9(4) COMP VALUE 0.
       01 REP-TOTAL-TABLE.
          05 REP-TOTAL-ENTRY OCCURS 0 TO 300 TIMES
                             DEPENDING ON REP-TOTAL-COUNT
                             INDEXED BY CR-IDX.
             10 CR-REP-ID     PIC X(6).
             10 CR-SALES      PIC S9(9)V99.
             10 CR-RETURNS    PIC S9(9)V99.
             10 CR-LINES      PIC 9(6).
             10 CR-PRINTED    PIC X(1).
       01 SELECTED-IDX        PIC S9(4) COMP.
       01 SCAN-IDX            PIC S9(4) COMP.

       01 REP-NET-SALES       PIC S9(9)V99.
       01 REP-COMMISSION      PIC S9(9)V99.
       01 TIER-UPPER          PIC S9(9)V99.
       01 TIER-PORTION        PIC S9(9)V99.
       01 TIER-COMMISSION     PIC S9(9)V99.

       01 JOURNAL-LINES-READ  PIC 9(9) VALUE 0.
       01 MONTH-LINE-COUNT    PIC 9(9) VALUE 0.
       01 UNASSIGNED-LINES    PIC 9(9) VALUE 0.
       01 UNASSIGNED-NET      PIC S9(11)V99 VALUE 0.
       01 TABLE-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       01 NOT-ON-MASTER-COUNT PIC 9(6) VALUE 0.
       01 PAYROLL-COUNT       PIC 9(6) VALUE 0.
       01 MONTH-NET-SALES     PIC S9(11)V99 VALUE 0.
       01 MONTH-COMMISSION    PIC S9(11)V99 VALUE 0.

       01 AMOUNT-ED           PIC -ZZZ,ZZZ,ZZ9.99.
       01 SALES-ED            PIC -ZZZ,ZZZ,ZZ9.99.
       01 RETURNS-ED          PIC -ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 RATE-ED             PIC Z9.9999.
       01 TIER-NUM-ED         PIC Z9.
       01 LINES-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "COMMISSION-RUN".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Month-End Sales Commission"
           DISPLAY "=========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE SPACES TO COMMISSION-MONTH-TAG
           ACCEPT COMMISSION-MONTH-TAG
               FROM ENVIRONMENT "COMMISSION-MONTH"
           IF COMMISSION-MONTH-TAG = SPACES
               MOVE TODAYS-DATE-TAG(1:6) TO COMMISSION-MONTH-TAG
           END-IF

           PERFORM CHECK-ALREADY-PAID
           IF IS-MONTH-PAID
               SET JOB-RC-ERROR TO TRUE
               STRING "Commission for month " COMMISSION-MONTH-TAG
                   " already paid - run refused"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CHECK-MONTH-CLOSED
           IF IS-MONTH-CLOSED
               SET JOB-RC-ERROR TO TRUE
               STRING "Month " COMMISSION-MONTH-TAG
                   " already closed - journal archived, run refused"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-RATE-TIERS

           PERFORM LOAD-ASSIGNMENTS

           PERFORM CREDIT-MONTH-POSTINGS

           IF MONTH-LINE-COUNT = 0
               SET JOB-RC-WARNING TO TRUE
               STRING "No postings on the journal for month "
                   COMMISSION-MONTH-TAG " - nothing paid"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT REP-MASTER
           IF REP-MASTER-STATUS = "00"
               SET HAVE-REP-MASTER TO TRUE
           END-IF

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT PAYROLL-FILE
           PERFORM WRITE-STATEMENT-HEADER

           PERFORM WRITE-REP-STATEMENTS

           PERFORM WRITE-STATEMENT-TRAILER
           CLOSE STATEMENT-FILE
           CLOSE PAYROLL-FILE
           IF HAVE-REP-MASTER
               CLOSE REP-MASTER
           END-IF

           PERFORM RECORD-MONTH-PAID

           MOVE MONTH-COMMISSION TO TOTAL-ED
           DISPLAY "Commission month:     " COMMISSION-MONTH-TAG
           DISPLAY "Postings credited:    " MONTH-LINE-COUNT
           DISPLAY "Reps credited:        " REP-TOTAL-COUNT
           DISPLAY "Payroll records:      " PAYROLL-COUNT
           DISPLAY "Commission payable:  $" TOTAL-ED
           DISPLAY "Wrote commission-statements.txt"
           DISPLAY "Wrote commission-payroll.dat"

           IF UNASSIGNED-LINES > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE UNASSIGNED-LINES TO LINES-ED
               STRING "Postings on accounts with no rep assigned:"
                   LINES-ED DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           IF NOT-ON-MASTER-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE NOT-ON-MASTER-COUNT TO LINES-ED
               STRING "Credited reps not on sales-rep-master.idx "
                   "(not extracted):" LINES-ED
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           IF TABLE-OVERFLOW-COUNT > 0
               SET JOB-RC-ERROR TO TRUE
               MOVE TABLE-OVERFLOW-COUNT TO LINES-ED
               STRING "Commission tables full - postings not "
                   "credited:" LINES-ED
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
           END-IF

           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       CHECK-ALREADY-PAID.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-AT-END
                   READ RUN-CONTROL-FILE
                       AT END SET CONTROL-AT-END TO TRUE
                       NOT AT END
                           IF PAID-MONTH = COMMISSION-MONTH-TAG
                               SET IS-MONTH-PAID TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> Any close on record counts, even one since reopened -
      *> the month's journal was cut to the archive at that close.
       CHECK-MONTH-CLOSED.
           MOVE "N" TO CONTROL-EOF-FLAG
           OPEN INPUT CLOSE-CONTROL-FILE
           IF CLOSE-CONTROL-STATUS = "00"
               PERFORM UNTIL CONTROL-AT-END
                   READ CLOSE-CONTROL-FILE
                       AT END SET CONTROL-AT-END TO TRUE
                       NOT AT END
                           IF CLOSED-MONTH = COMMISSION-MONTH-TAG
                               SET IS-MONTH-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

      *> The rates are a sales-management decision, so a missing or
      *> malformed table stops the job instead of paying off a
      *> compiled-in guess.
       LOAD-RATE-TIERS.
           OPEN INPUT RATE-FILE
           IF RATE-FILE-STATUS = "00"
               PERFORM UNTIL RATE-AT-END
                   READ RATE-FILE
                       AT END SET RATE-AT-END TO TRUE
                       NOT AT END PERFORM STORE-RATE-TIER
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           IF TIER-COUNT = 0
               MOVE "N" TO RATE-TABLE-FLAG
           ELSE
               IF TIER-FLOOR(1) NOT = 0
                   MOVE "N" TO RATE-TABLE-FLAG
               END-IF
           END-IF
           IF NOT RATE-TABLE-VALID
               SET JOB-RC-ERROR TO TRUE
               STRING "commission-rates.ctl missing or unreadable - "
                   "no commission paid" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               MOVE TIER-FLOOR(TIER-IDX) TO AMOUNT-ED
               MOVE TIER-RATE(TIER-IDX)  TO RATE-ED
               DISPLAY "Tier from " AMOUNT-ED "  rate (pct) " RATE-ED
           END-PERFORM.

      *> A tier must be numeric and start above the one before it.
       STORE-RATE-TIER.
           IF RATE-FLOOR-X IS NOT NUMERIC OR
              RATE-PERCENT-X IS NOT NUMERIC OR
              TIER-COUNT >= 10
               MOVE "N" TO RATE-TABLE-FLAG
           ELSE
               IF TIER-COUNT > 0 AND
                  RATE-FLOOR NOT > TIER-FLOOR(TIER-COUNT)
                   MOVE "N" TO RATE-TABLE-FLAG
               ELSE
                   ADD 1 TO TIER-COUNT
                   MOVE RATE-FLOOR   TO TIER-FLOOR(TIER-COUNT)
                   MOVE RATE-PERCENT TO TIER-RATE(TIER-COUNT)
               END-IF
           END-IF.

       LOAD-ASSIGNMENTS.
           OPEN INPUT ASSIGNMENT-FILE
           IF ASSIGNMENT-FILE-STATUS = "00"
               PERFORM UNTIL ASSIGNMENT-AT-END
                   READ ASSIGNMENT-FILE
                       AT END SET ASSIGNMENT-AT-END TO TRUE
                       NOT AT END
                           IF ASSIGNMENT-COUNT < 5000
                               ADD 1 TO ASSIGNMENT-COUNT
                               MOVE RA-CUST-ID TO
                                   AT-CUST-ID(ASSIGNMENT-COUNT)
                               MOVE RA-REP-ID TO
                                   AT-REP-ID(ASSIGNMENT-COUNT)
                               MOVE RA-EFFECTIVE-DATE TO
                                   AT-EFFECTIVE-DATE(ASSIGNMENT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSIGNMENT-FILE
           END-IF
           DISPLAY "Rep assignments on file: " ASSIGNMENT-COUNT.

       CREDIT-MONTH-POSTINGS.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL JOURNAL-AT-END
                   READ JOURNAL-FILE
                       AT END SET JOURNAL-AT-END TO TRUE
                       NOT AT END
                           ADD 1 TO JOURNAL-LINES-READ
                           IF PJ-RUN-DATE(1:6) = COMMISSION-MONTH-TAG
                               PERFORM CREDIT-ONE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *> A reassignment effective mid-month splits the month: each
      *> posting goes to whoever held the account on its run date.
      *> Of two assignments effective the same day, the later one
      *> entered stands.
       CREDIT-ONE-POSTING.
           ADD 1 TO MONTH-LINE-COUNT
           MOVE SPACES TO CREDITED-REP-ID
           MOVE LOW-VALUES TO CREDITED-FROM-DATE
           PERFORM VARYING ASSIGNMENT-IDX FROM 1 BY 1
               UNTIL ASSIGNMENT-IDX > ASSIGNMENT-COUNT
               IF AT-CUST-ID(ASSIGNMENT-IDX) = PJ-CUST-ID AND
                  AT-EFFECTIVE-DATE(ASSIGNMENT-IDX) <= PJ-RUN-DATE AND
                  AT-EFFECTIVE-DATE(ASSIGNMENT-IDX) >=
                      CREDITED-FROM-DATE
                   MOVE AT-REP-ID(ASSIGNMENT-IDX) TO CREDITED-REP-ID
                   MOVE AT-EFFECTIVE-DATE(ASSIGNMENT-IDX)
                       TO CREDITED-FROM-DATE
               END-IF
           END-PERFORM

           IF CREDITED-REP-ID = SPACES
               ADD 1 TO UNASSIGNED-LINES
               ADD PJ-AMOUNT TO UNASSIGNED-NET
               EXIT PARAGRAPH
           END-IF

           SET CR-IDX TO 1
           SEARCH REP-TOTAL-ENTRY
               AT END
                   IF REP-TOTAL-COUNT < 300
                       ADD 1 TO REP-TOTAL-COUNT
                       SET CR-IDX TO REP-TOTAL-COUNT
                       MOVE CREDITED-REP-ID TO CR-REP-ID(CR-IDX)
                       MOVE 0   TO CR-SALES(CR-IDX)
                       MOVE 0   TO CR-RETURNS(CR-IDX)
                       MOVE 0   TO CR-LINES(CR-IDX)
                       MOVE "N" TO CR-PRINTED(CR-IDX)
                   ELSE
                       ADD 1 TO TABLE-OVERFLOW-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN CR-REP-ID(CR-IDX) = CREDITED-REP-ID
                   CONTINUE
           END-SEARCH

           SET RC-IDX TO 1
           SEARCH REP-CUST-ENTRY
               AT END
                   IF REP-CUST-COUNT < 3000
                       ADD 1 TO REP-CUST-COUNT
                       SET RC-IDX TO REP-CUST-COUNT
                       MOVE CREDITED-REP-ID TO RC-REP-ID(RC-IDX)
                       MOVE PJ-CUST-ID      TO RC-CUST-ID(RC-IDX)
                       MOVE 0 TO RC-SALES(RC-IDX)
                       MOVE 0 TO RC-RETURNS(RC-IDX)
                       MOVE 0 TO RC-LINES(RC-IDX)
                   ELSE
                       ADD 1 TO TABLE-OVERFLOW-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN RC-REP-ID(RC-IDX) = CREDITED-REP-ID AND
                    RC-CUST-ID(RC-IDX) = PJ-CUST-ID
                   CONTINUE
           END-SEARCH

           IF PJ-AMOUNT < 0
               ADD PJ-AMOUNT TO RC-RETURNS(RC-IDX)
               ADD PJ-AMOUNT TO CR-RETURNS(CR-IDX)
           ELSE
               ADD PJ-AMOUNT TO RC-SALES(RC-IDX)
               ADD PJ-AMOUNT TO CR-SALES(CR-IDX)
           END-IF
           ADD 1 TO RC-LINES(RC-IDX)
           ADD 1 TO CR-LINES(CR-IDX).

       WRITE-STATEMENT-HEADER.
           MOVE "SALES COMMISSION STATEMENTS" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "   COMMISSION MONTH: " COMMISSION-MONTH-TAG
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> Statements print in rep ID order: each pass picks the
      *> lowest rep not yet printed.
       WRITE-REP-STATEMENTS.
           PERFORM REP-TOTAL-COUNT TIMES
               MOVE 0 TO SELECTED-IDX
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > REP-TOTAL-COUNT
                   IF CR-PRINTED(SCAN-IDX) = "N"
                       IF SELECTED-IDX = 0
                           MOVE SCAN-IDX TO SELECTED-IDX
                       ELSE
                           IF CR-REP-ID(SCAN-IDX) <
                              CR-REP-ID(SELECTED-IDX)
                               MOVE SCAN-IDX TO SELECTED-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO CR-PRINTED(SELECTED-IDX)
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM.

       WRITE-ONE-STATEMENT.
           MOVE "N" TO REP-FOUND-FLAG
           MOVE CR-REP-ID(SELECTED-IDX) TO SR-REP-ID
           IF HAVE-REP-MASTER
               READ REP-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET REP-ON-MASTER TO TRUE
               END-READ
           END-IF
           IF NOT REP-ON-MASTER
               MOVE "*** NOT ON REP MASTER ***" TO SR-REP-NAME
               MOVE SPACES TO SR-PAYROLL-ID
               ADD 1 TO NOT-ON-MASTER-COUNT
           END-IF

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "REP: " CR-REP-ID(SELECTED-IDX) "  " SR-REP-NAME
               "  PAYROLL ID: " SR-PAYROLL-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "  ACCOUNT            SALES          RETURNS  LINES"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM VARYING SCAN-IDX FROM 1 BY 1
               UNTIL SCAN-IDX > REP-CUST-COUNT
               IF RC-REP-ID(SCAN-IDX) = CR-REP-ID(SELECTED-IDX)
                   MOVE RC-SALES(SCAN-IDX)   TO SALES-ED
                   MOVE RC-RETURNS(SCAN-IDX) TO RETURNS-ED
                   MOVE RC-LINES(SCAN-IDX)   TO LINES-ED
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "  " RC-CUST-ID(SCAN-IDX) " " SALES-ED
                       " " RETURNS-ED " " LINES-ED
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM

           COMPUTE REP-NET-SALES = CR-SALES(SELECTED-IDX)
               + CR-RETURNS(SELECTED-IDX)
           MOVE CR-SALES(SELECTED-IDX)   TO SALES-ED
           MOVE CR-RETURNS(SELECTED-IDX) TO RETURNS-ED
           MOVE CR-LINES(SELECTED-IDX)   TO LINES-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL  " SALES-ED " " RETURNS-ED " " LINES-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE REP-NET-SALES TO AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  NET SALES:         " AMOUNT-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           PERFORM RATE-REP-NET-SALES

           MOVE REP-COMMISSION TO AMOUNT-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  COMMISSION PAYABLE:" AMOUNT-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           ADD REP-NET-SALES  TO MONTH-NET-SALES
           ADD REP-COMMISSION TO MONTH-COMMISSION

           IF REP-ON-MASTER AND REP-COMMISSION > 0
               MOVE SPACES                  TO PAYROLL-RECORD
               MOVE COMMISSION-MONTH-TAG    TO PX-MONTH
               MOVE CR-REP-ID(SELECTED-IDX) TO PX-REP-ID
               MOVE SR-PAYROLL-ID           TO PX-PAYROLL-ID
               MOVE REP-NET-SALES           TO PX-NET-SALES
               MOVE REP-COMMISSION          TO PX-COMMISSION
               WRITE PAYROLL-RECORD
               ADD 1 TO PAYROLL-COUNT
           END-IF.

      *> Marginal tiers: the part of net sales between a tier's
      *> floor and the next tier's floor earns that tier's rate;
      *> the top tier is open-ended. One line per tier that earned
      *> anything.
       RATE-REP-NET-SALES.
           MOVE 0 TO REP-COMMISSION
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               IF REP-NET-SALES > TIER-FLOOR(TIER-IDX)
                   MOVE REP-NET-SALES TO TIER-UPPER
                   IF TIER-IDX < TIER-COUNT
                       IF TIER-FLOOR(TIER-IDX + 1) < TIER-UPPER
                           MOVE TIER-FLOOR(TIER-IDX + 1)
                               TO TIER-UPPER
                       END-IF
                   END-IF
                   COMPUTE TIER-PORTION =
                       TIER-UPPER - TIER-FLOOR(TIER-IDX)
                   COMPUTE TIER-COMMISSION ROUNDED =
                       TIER-PORTION * TIER-RATE(TIER-IDX) / 100
                   ADD TIER-COMMISSION TO REP-COMMISSION
                   MOVE TIER-PORTION             TO SALES-ED
                   MOVE TIER-RATE(TIER-IDX)      TO RATE-ED
                   MOVE TIER-COMMISSION          TO AMOUNT-ED
                   MOVE TIER-IDX                 TO TIER-NUM-ED
                   MOVE SPACES TO STATEMENT-LINE
                   STRING "    TIER " TIER-NUM-ED " ON " SALES-ED
                       " AT " RATE-ED "%  = " AMOUNT-ED
                       DELIMITED BY SIZE INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
           END-PERFORM.

       WRITE-STATEMENT-TRAILER.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE UNASSIGNED-NET   TO TOTAL-ED
           MOVE UNASSIGNED-LINES TO LINES-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  NO REP ASSIGNED:   " TOTAL-ED "  LINES: "
               LINES-ED DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE MONTH-NET-SALES TO TOTAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  NET SALES CREDITED:" TOTAL-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE MONTH-COMMISSION TO TOTAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "  TOTAL COMMISSION:  " TOTAL-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "END OF REPORT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       RECORD-MONTH-PAID.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE COMMISSION-MONTH-TAG TO PAID-MONTH
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

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
