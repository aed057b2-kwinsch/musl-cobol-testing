       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAM-MAINT.

      *> Rate and policy parameter maintenance. The business rules
      *> the batch jobs run on live in fixed-column control files
      *> that used to be edited by hand: one mistyped column
      *> silently changed what a job did, nobody could say who had
      *> changed a rate or when, and a rate could not be set up
      *> ahead of the date it took effect. Those files are now
      *> kept here instead, as effective-dated entries on
      *> parameter-master.dat (PARMREC.cpy), and PARAM-BUILD writes
      *> each job's control file nightly from the entries in force
      *> on the business date. Every change is applied through a
      *> transaction, field-checked against the ranges below, and
      *> written to param-audit.log with the value in force on its
      *> effective date before and after - the audit log is only
      *> ever appended to.
      *>
      *> Transactions: C sets a control record from its effective
      *> date (a second C for the same file, key, and date replaces
      *> the first); D takes a jurisdiction or currency out of its
      *> file from its effective date; X cancels a C or D that is
      *> not yet in force. C and D may not be dated before the
      *> business date - a change reaches the jobs at the next
      *> build. An entry already in force is history: it is
      *> superseded by keying a new change, never edited. The
      *> operator keying each transaction must be on
      *> operator-auth.txt; with no such file nothing is applied.
      *> A transaction failing any check is rejected whole, with
      *> the reason on JOBERR.LOG.
      *>
      *> The first C or D keyed for a file takes the control file
      *> over: its records as they stand are loaded as entries in
      *> force from the day before the business date, each audited
      *> as an ONFILE image, so the change is made against what
      *> the jobs are reading now. The build then writes every
      *> jurisdiction or currency on the file, not only the ones
      *> changed, and a hand-kept key can be dropped like any
      *> other.
      *>
      *> param-trans.txt: column 1 the action (C, D, or X), 3-10
      *> the file ID, 13-20 the effective date YYYYMMDD, 23-30 the
      *> operator, and from column 33 the control record exactly
      *> as the job reads it (column 33 is its column 1). On a D or
      *> X only the key columns of the record are needed.
      *>
      *> File IDs, their control files, and the checks on a C:
      *>   ACCRUAL  accrual-rates.ctl - interest 0.0000 to 5.0000
      *>            percent a month, fee 0.00 to 100.00;
      *>   SALESTAX sales-tax-rates.ctl, keyed by jurisdiction -
      *>            rate 0.0000 to 20.0000 percent;
      *>   FXRATES  fx-rates.ctl, keyed by currency - three
      *>            letters, not the USD base, rate above zero;
      *>   GATETOL  gate-tolerance.ctl - band 1 to 100 percent;
      *>   REFUND   refund-policy.ctl - threshold 1.00 to
      *>            10,000.00;
      *>   DORMANT  dormant-policy.ctl - window 1 to 120 months;
      *>   GRADTERM grading-term.ctl - term ID present; absence
      *>            limit 1 to 30 with penalty 0.01 to 1.00, or
      *>            both blank for no attendance penalty.
      *> Every column of a record outside its fields must be blank,
      *> so a value keyed one column off is rejected rather than
      *> read as something else.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-TRANS-FILE ASSIGN TO "param-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-TRANS-STATUS.
           SELECT PARAMETER-FILE ASSIGN TO "parameter-master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETER-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "operator-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT PARAM-AUDIT-FILE ASSIGN TO "param-audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAM-AUDIT-STATUS.
           SELECT BASELINE-FILE ASSIGN TO "param-baseline.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASELINE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARAM-TRANS-FILE.
       01 PARAM-TRANS-RECORD.
          05 PT-ACTION        PIC X(1).
             88 PARAM-CHANGE-TRANS  VALUE "C".
             88 PARAM-DROP-TRANS    VALUE "D".
             88 PARAM-CANCEL-TRANS  VALUE "X".
          05 FILLER           PIC X(1).
          05 PT-FILE-ID       PIC X(8).
          05 FILLER           PIC X(2).
          05 PT-EFFECTIVE-DATE PIC X(8).
          05 FILLER           PIC X(2).
          05 PT-OPERATOR      PIC X(8).
          05 FILLER           PIC X(2).
          05 PT-VALUE         PIC X(40).

      *> Held whole in storage and written back whole (PARMREC
      *> layout).
       FD PARAMETER-FILE.
       01 PARAMETER-FILE-RECORD PIC X(93).

      *> OPERATOR-MENU's sign-on list.
       FD AUTH-FILE.
       01 AUTH-RECORD.
          05 AUTH-OPERATOR-ID PIC X(8).
          05 FILLER           PIC X(2).
          05 AUTH-OPER-NAME   PIC X(20).
          05 FILLER           PIC X(2).
          05 AUTH-OPER-LEVEL  PIC X(1).

      *> Two image lines per change - BEFORE and AFTER - each the
      *> control record in force on the change's effective date,
      *> with the operator and the action that made the change.
       FD PARAM-AUDIT-FILE.
       01 PARAM-AUDIT-RECORD.
          05 PA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 PA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 PA-ACTION        PIC X(1).
          05 FILLER           PIC X(1).
          05 PA-OPERATOR      PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-FILE-ID       PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-KEY           PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-EFFECTIVE-DATE PIC X(8).
          05 FILLER           PIC X(1).
          05 PA-VALUE         PIC X(40).

      *> A copy of the control file being taken over.
       FD BASELINE-FILE.
       01 BASELINE-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
       01 PARAM-TRANS-STATUS    PIC X(2).
       01 PARAMETER-FILE-STATUS PIC X(2).
       01 AUTH-FILE-STATUS      PIC X(2).
       01 PARAM-AUDIT-STATUS    PIC X(2).
       01 BASELINE-FILE-STATUS  PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 PARAMETER-EOF-FLAG  PIC X VALUE "N".
          88 PARAMETER-AT-END VALUE "Y".
       01 AUTH-EOF-FLAG       PIC X VALUE "N".
          88 AUTH-AT-END      VALUE "Y".
       01 BASELINE-EOF-FLAG   PIC X VALUE "N".
          88 BASELINE-AT-END  VALUE "Y".
       01 PARAMETER-OVERFLOW-FLAG PIC X VALUE "N".
          88 PARAMETER-TABLE-OVERFLOWED VALUE "Y".
       01 PARAMETERS-CHANGED-FLAG PIC X VALUE "N".
          88 PARAMETERS-CHANGED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).

      *> Every parameter entry on file, loaded whole and written
      *> back whole at the end of the run.
       01 PARAMETER-COUNT PIC S9(4) COMP VALUE 0.
       01 PARAMETER-TABLE.
          05 PARAMETER-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON PARAMETER-COUNT
                             INDEXED BY PRM-IDX.
             10 PM-RECORD     PIC X(93).
       COPY PARMREC.

       01 OPERATOR-COUNT PIC S9(4) COMP VALUE 0.
       01 OPERATOR-TABLE.
          05 OPERATOR-ENTRY OCCURS 0 TO 200 TIMES
                            DEPENDING ON OPERATOR-COUNT
                            INDEXED BY OPR-IDX.
             10 OT-OPERATOR-ID PIC X(8).

      *> The transaction's control record, with a view of it per
      *> control file.
       01 VALUE-IMAGE         PIC X(40).
       01 ACCRUAL-VIEW REDEFINES VALUE-IMAGE.
          05 AV-INTEREST-X    PIC X(6).
          05 AV-INTEREST REDEFINES AV-INTEREST-X
                              PIC 9(2)V9(4).
          05 AV-GAP           PIC X(2).
          05 AV-FEE-X         PIC X(6).
          05 AV-FEE REDEFINES AV-FEE-X
                              PIC 9(4)V99.
          05 AV-REST          PIC X(26).
       01 SALESTAX-VIEW REDEFINES VALUE-IMAGE.
          05 SV-JURISDICTION  PIC X(8).
          05 SV-GAP           PIC X(2).
          05 SV-RATE-X        PIC X(6).
          05 SV-RATE REDEFINES SV-RATE-X
                              PIC 9(2)V9(4).
          05 SV-REST          PIC X(24).
       01 FXRATE-VIEW REDEFINES VALUE-IMAGE.
          05 FV-CURRENCY      PIC X(3).
          05 FV-GAP           PIC X(2).
          05 FV-RATE-X        PIC X(9).
          05 FV-RATE REDEFINES FV-RATE-X
                              PIC 9(3)V9(6).
          05 FV-REST          PIC X(26).
       01 GATETOL-VIEW REDEFINES VALUE-IMAGE.
          05 GV-PERCENT-X     PIC X(3).
          05 GV-PERCENT REDEFINES GV-PERCENT-X
                              PIC 9(3).
          05 GV-REST          PIC X(37).
       01 REFUND-VIEW REDEFINES VALUE-IMAGE.
          05 RV-THRESHOLD-X   PIC X(8).
          05 RV-THRESHOLD REDEFINES RV-THRESHOLD-X
                              PIC 9(6)V99.
          05 RV-REST          PIC X(32).
       01 DORMANT-VIEW REDEFINES VALUE-IMAGE.
          05 DV-MONTHS-X      PIC X(3).
          05 DV-MONTHS REDEFINES DV-MONTHS-X
                              PIC 9(3).
          05 DV-REST          PIC X(37).
       01 TERM-VIEW REDEFINES VALUE-IMAGE.
          05 TV-TERM-ID       PIC X(8).
          05 TV-GAP-1         PIC X(2).
          05 TV-ABSENCE-X     PIC X(2).
          05 TV-ABSENCE REDEFINES TV-ABSENCE-X
                              PIC 9(2).
          05 TV-GAP-2         PIC X(2).
          05 TV-PENALTY-X     PIC X(3).
          05 TV-PENALTY REDEFINES TV-PENALTY-X
                              PIC 9V99.
          05 TV-REST          PIC X(23).

       01 FILE-KEYED-FLAG     PIC X.
          88 FILE-IS-KEYED    VALUE "Y".
       01 PARM-KEY            PIC X(8).
       01 REJECT-REASON       PIC X(40).
       01 CHECK-DATE-NUM      PIC 9(8).
       01 SPACE-COUNT         PIC 9(2).
       01 MATCH-IDX           PIC S9(4) COMP VALUE 0.
       01 SHIFT-IDX           PIC S9(4) COMP.

      *> The entry in force for a file and key on a date, as found
      *> by FIND-IN-FORCE.
       01 IN-FORCE-IDX        PIC S9(4) COMP.
       01 IN-FORCE-DATE       PIC X(8).
       01 IN-FORCE-ACTION     PIC X(1).
       01 IN-FORCE-VALUE      PIC X(40).
       01 BEFORE-DATE         PIC X(8).
       01 BEFORE-ACTION       PIC X(1).
       01 BEFORE-VALUE        PIC X(40).
       01 AUDIT-IMAGE-TYPE    PIC X(6).
       01 AUDIT-EFFECTIVE-DATE PIC X(8).
       01 AUDIT-VALUE         PIC X(40).

      *> The control files, by file ID - the same list PARAM-BUILD
      *> writes.
       01 CONTROL-FILE-VALUES.
          05 FILLER PIC X(40) VALUE
             "ACCRUAL accrual-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "SALESTAXsales-tax-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "FXRATES fx-rates.ctl".
          05 FILLER PIC X(40) VALUE
             "GATETOL gate-tolerance.ctl".
          05 FILLER PIC X(40) VALUE
             "REFUND  refund-policy.ctl".
          05 FILLER PIC X(40) VALUE
             "DORMANT dormant-policy.ctl".
          05 FILLER PIC X(40) VALUE
             "GRADTERMgrading-term.ctl".
       01 CONTROL-FILE-TABLE REDEFINES CONTROL-FILE-VALUES.
          05 CONTROL-FILE-ENTRY OCCURS 7 TIMES
                                INDEXED BY CTL-IDX.
             10 CF-FILE-ID    PIC X(8).
             10 CF-FILE-NAME  PIC X(32).
       01 FILE-COMMAND        PIC X(200).

      *> A control file being taken over: its entries are those
      *> after BASELINE-START in the table.
       01 BASELINE-START      PIC S9(4) COMP.
       01 FIRST-BASELINE-IDX  PIC S9(4) COMP.
       01 BASELINE-KEY        PIC X(8).
       01 BASELINE-DATE-NUM   PIC 9(8).
       01 BASELINE-DATE       PIC X(8).
       01 BASELINE-DUP-FLAG   PIC X.
          88 BASELINE-KEY-TAKEN VALUE "Y".
       01 TAKEN-OVER-COUNT    PIC 9(4).

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 CHANGED-COUNT       PIC 9(4) VALUE 0.
       01 DROPPED-COUNT       PIC 9(4) VALUE 0.
       01 CANCELLED-COUNT     PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "PARAM-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Parameter Maintenance"
           DISPLAY "====================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT PARAM-TRANS-FILE
           IF PARAM-TRANS-STATUS NOT = "00"
               DISPLAY "No param-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-OPERATORS
           IF OPERATOR-COUNT = 0
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "operator-auth.txt missing or empty - no "
                   "parameter changes applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE PARAM-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-PARAMETERS
           IF PARAMETER-TABLE-OVERFLOWED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "parameter-master.dat holds more than 2000 "
                   "entries - no changes applied"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               CLOSE PARAM-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND PARAM-AUDIT-FILE
           IF PARAM-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT PARAM-AUDIT-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ PARAM-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END
                       IF PARAM-TRANS-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PARAM-TRANS-FILE
           CLOSE PARAM-AUDIT-FILE

           IF PARAMETERS-CHANGED
               PERFORM SAVE-PARAMETERS
           END-IF

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Values set:          " CHANGED-COUNT
           DISPLAY "Keys dropped:        " DROPPED-COUNT
           DISPLAY "Changes cancelled:   " CANCELLED-COUNT
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

      *> Everything about the transaction is checked before any
      *> entry is touched.
       APPLY-ONE-TRANSACTION.
           ADD 1 TO TRANS-COUNT
           MOVE SPACES TO REJECT-REASON
           MOVE PT-VALUE TO VALUE-IMAGE

           EVALUATE TRUE
               WHEN NOT PARAM-CHANGE-TRANS AND
                    NOT PARAM-DROP-TRANS AND
                    NOT PARAM-CANCEL-TRANS
                   MOVE "action must be C, D or X" TO REJECT-REASON
               WHEN PT-OPERATOR = SPACES
                   MOVE "no operator given" TO REJECT-REASON
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           SET OPR-IDX TO 1
           SEARCH OPERATOR-ENTRY
               AT END
                   MOVE "operator not on operator-auth.txt"
                       TO REJECT-REASON
               WHEN OT-OPERATOR-ID(OPR-IDX) = PT-OPERATOR
                   CONTINUE
           END-SEARCH
           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM IDENTIFY-FILE
           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF PT-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE "effective date is not a date" TO REJECT-REASON
           ELSE
               MOVE PT-EFFECTIVE-DATE TO CHECK-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(CHECK-DATE-NUM) NOT = 0
                   MOVE "effective date is not a date"
                       TO REJECT-REASON
               END-IF
           END-IF
           IF REJECT-REASON = SPACES AND
              NOT PARAM-CANCEL-TRANS AND
              PT-EFFECTIVE-DATE < TODAYS-DATE-TAG
               MOVE "effective date before business date"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND FILE-IS-KEYED AND
              PARM-KEY = SPACES
               MOVE "no jurisdiction or currency given"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND PARAM-DROP-TRANS AND
              NOT FILE-IS-KEYED
               MOVE "single-record file - nothing to drop"
                   TO REJECT-REASON
           END-IF
           IF REJECT-REASON = SPACES AND PARAM-CHANGE-TRANS
               PERFORM VALIDATE-VALUE
           END-IF
           IF REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF NOT PARAM-CANCEL-TRANS
               PERFORM TAKE-OVER-CONTROL-FILE
               IF REJECT-REASON NOT = SPACES
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF PARAM-CANCEL-TRANS
               PERFORM APPLY-CANCEL
           ELSE
               PERFORM APPLY-CHANGE
           END-IF.

      *> Which control file, and whether it holds one record per
      *> key; the key is taken from the record's own key columns.
       IDENTIFY-FILE.
           MOVE "N" TO FILE-KEYED-FLAG
           MOVE SPACES TO PARM-KEY
           EVALUATE PT-FILE-ID
               WHEN "ACCRUAL"
               WHEN "GATETOL"
               WHEN "REFUND"
               WHEN "DORMANT"
               WHEN "GRADTERM"
                   CONTINUE
               WHEN "SALESTAX"
                   SET FILE-IS-KEYED TO TRUE
                   MOVE SV-JURISDICTION TO PARM-KEY
               WHEN "FXRATES"
                   SET FILE-IS-KEYED TO TRUE
                   MOVE FV-CURRENCY TO PARM-KEY
               WHEN OTHER
                   MOVE "unknown file ID" TO REJECT-REASON
           END-EVALUATE.

      *> Loads a control file's records as they stand the first
      *> time a change is keyed for it. A file with no control file
      *> on disk has nothing to take over. Taken over whole or not
      *> at all - with no room for every record the transaction is
      *> rejected, since a build from part of the file would drop
      *> the rest.
       TAKE-OVER-CONTROL-FILE.
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               IF PM-RECORD(PRM-IDX)(1:8) = PT-FILE-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           SET CTL-IDX TO 1
           SEARCH CONTROL-FILE-ENTRY
               AT END
                   EXIT PARAGRAPH
               WHEN CF-FILE-ID(CTL-IDX) = PT-FILE-ID
                   CONTINUE
           END-SEARCH
           MOVE SPACES TO FILE-COMMAND
           STRING "cp " DELIMITED BY SIZE
               CF-FILE-NAME(CTL-IDX) DELIMITED BY SPACE
               " param-baseline.work 2>/dev/null"
               DELIMITED BY SIZE INTO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BASELINE-FILE
           IF BASELINE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE TODAYS-DATE-TAG TO CHECK-DATE-NUM
           COMPUTE BASELINE-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CHECK-DATE-NUM) - 1)
           MOVE BASELINE-DATE-NUM TO BASELINE-DATE
           MOVE PARAMETER-COUNT TO BASELINE-START
           COMPUTE FIRST-BASELINE-IDX = BASELINE-START + 1
           MOVE "N" TO BASELINE-EOF-FLAG
           PERFORM UNTIL BASELINE-AT-END OR
                         REJECT-REASON NOT = SPACES
               READ BASELINE-FILE
                   AT END SET BASELINE-AT-END TO TRUE
                   NOT AT END
                       IF BASELINE-RECORD NOT = SPACES
                           PERFORM TAKE-OVER-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BASELINE-FILE

           IF REJECT-REASON NOT = SPACES
               MOVE BASELINE-START TO PARAMETER-COUNT
               EXIT PARAGRAPH
           END-IF
           IF PARAMETER-COUNT = BASELINE-START
               EXIT PARAGRAPH
           END-IF

           SET PARAMETERS-CHANGED TO TRUE
           MOVE 0 TO TAKEN-OVER-COUNT
           PERFORM VARYING PRM-IDX FROM FIRST-BASELINE-IDX BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               ADD 1 TO TAKEN-OVER-COUNT
               MOVE PM-RECORD(PRM-IDX) TO PARAMETER-ENTRY-RECORD
               MOVE SPACES TO PARAM-AUDIT-RECORD
               MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP
               MOVE "ONFILE"          TO PA-IMAGE-TYPE
               MOVE PE-ACTION         TO PA-ACTION
               MOVE PT-OPERATOR       TO PA-OPERATOR
               MOVE PE-FILE-ID        TO PA-FILE-ID
               MOVE PE-KEY            TO PA-KEY
               MOVE PE-EFFECTIVE-DATE TO PA-EFFECTIVE-DATE
               MOVE PE-VALUE          TO PA-VALUE
               WRITE PARAM-AUDIT-RECORD
           END-PERFORM
           DISPLAY "Took over " CF-FILE-NAME(CTL-IDX)
               " - " TAKEN-OVER-COUNT " records in force from "
               BASELINE-DATE.

      *> One record of the file being taken over. A keyed file
      *> keeps the first record for each key, as the jobs do; a
      *> single-record file keeps only its first record.
       TAKE-OVER-ONE-RECORD.
           MOVE SPACES TO BASELINE-KEY
           EVALUATE PT-FILE-ID
               WHEN "SALESTAX"
                   MOVE BASELINE-RECORD(1:8) TO BASELINE-KEY
               WHEN "FXRATES"
                   MOVE BASELINE-RECORD(1:3) TO BASELINE-KEY
           END-EVALUATE
           IF FILE-IS-KEYED AND BASELINE-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BASELINE-DUP-FLAG
           PERFORM VARYING PRM-IDX FROM FIRST-BASELINE-IDX BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               IF PM-RECORD(PRM-IDX)(11:8) = BASELINE-KEY
                   SET BASELINE-KEY-TAKEN TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF BASELINE-KEY-TAKEN
               EXIT PARAGRAPH
           END-IF
           IF PARAMETER-COUNT >= 2000
               MOVE "parameter-master.dat is full"
                   TO REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO PARAMETER-COUNT
           MOVE SPACES          TO PARAMETER-ENTRY-RECORD
           MOVE PT-FILE-ID      TO PE-FILE-ID
           MOVE BASELINE-KEY    TO PE-KEY
           MOVE BASELINE-DATE   TO PE-EFFECTIVE-DATE
           MOVE "C"             TO PE-ACTION
           MOVE BASELINE-RECORD TO PE-VALUE
           MOVE "ONFILE"        TO PE-ENTERED-BY
           MOVE TODAYS-DATE-TAG TO PE-ENTERED-DATE
           MOVE PARAMETER-ENTRY-RECORD TO PM-RECORD(PARAMETER-COUNT).

      *> The range checks, one file at a time.
       VALIDATE-VALUE.
           EVALUATE PT-FILE-ID
               WHEN "ACCRUAL"
                   EVALUATE TRUE
                       WHEN AV-GAP NOT = SPACES OR
                            AV-REST NOT = SPACES
                           MOVE "data outside the rate columns"
                               TO REJECT-REASON
                       WHEN AV-INTEREST-X IS NOT NUMERIC OR
                            AV-FEE-X IS NOT NUMERIC
                           MOVE "interest or fee not numeric"
                               TO REJECT-REASON
                       WHEN AV-INTEREST > 5
                           MOVE "interest rate over 5.0000 pct"
                               TO REJECT-REASON
                       WHEN AV-FEE > 100
                           MOVE "maintenance fee over 100.00"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "SALESTAX"
                   EVALUATE TRUE
                       WHEN SV-GAP NOT = SPACES OR
                            SV-REST NOT = SPACES
                           MOVE "data outside the rate columns"
                               TO REJECT-REASON
                       WHEN SV-RATE-X IS NOT NUMERIC
                           MOVE "tax rate not numeric"
                               TO REJECT-REASON
                       WHEN SV-RATE > 20
                           MOVE "tax rate over 20.0000 pct"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "FXRATES"
                   MOVE 0 TO SPACE-COUNT
                   INSPECT FV-CURRENCY
                       TALLYING SPACE-COUNT FOR ALL SPACES
                   EVALUATE TRUE
                       WHEN FV-GAP NOT = SPACES OR
                            FV-REST NOT = SPACES
                           MOVE "data outside the rate columns"
                               TO REJECT-REASON
                       WHEN SPACE-COUNT > 0 OR
                            FV-CURRENCY IS NOT ALPHABETIC-UPPER
                           MOVE "currency must be three letters"
                               TO REJECT-REASON
                       WHEN FV-CURRENCY = "USD"
                           MOVE "USD is the base currency"
                               TO REJECT-REASON
                       WHEN FV-RATE-X IS NOT NUMERIC
                           MOVE "exchange rate not numeric"
                               TO REJECT-REASON
                       WHEN FV-RATE = 0
                           MOVE "exchange rate is zero"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "GATETOL"
                   EVALUATE TRUE
                       WHEN GV-REST NOT = SPACES
                           MOVE "data outside the band columns"
                               TO REJECT-REASON
                       WHEN GV-PERCENT-X IS NOT NUMERIC
                           MOVE "band not numeric" TO REJECT-REASON
                       WHEN GV-PERCENT = 0 OR GV-PERCENT > 100
                           MOVE "band must be 1 to 100 pct"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "REFUND"
                   EVALUATE TRUE
                       WHEN RV-REST NOT = SPACES
                           MOVE "data outside the threshold columns"
                               TO REJECT-REASON
                       WHEN RV-THRESHOLD-X IS NOT NUMERIC
                           MOVE "threshold not numeric"
                               TO REJECT-REASON
                       WHEN RV-THRESHOLD < 1 OR
                            RV-THRESHOLD > 10000
                           MOVE "threshold must be 1.00 to 10000.00"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "DORMANT"
                   EVALUATE TRUE
                       WHEN DV-REST NOT = SPACES
                           MOVE "data outside the window columns"
                               TO REJECT-REASON
                       WHEN DV-MONTHS-X IS NOT NUMERIC
                           MOVE "window not numeric"
                               TO REJECT-REASON
                       WHEN DV-MONTHS = 0 OR DV-MONTHS > 120
                           MOVE "window must be 1 to 120 months"
                               TO REJECT-REASON
                   END-EVALUATE
               WHEN "GRADTERM"
                   PERFORM VALIDATE-TERM-VALUE
           END-EVALUATE.

       VALIDATE-TERM-VALUE.
           EVALUATE TRUE
               WHEN TV-GAP-1 NOT = SPACES OR
                    TV-GAP-2 NOT = SPACES OR
                    TV-REST NOT = SPACES
                   MOVE "data outside the term columns"
                       TO REJECT-REASON
               WHEN TV-TERM-ID = SPACES
                   MOVE "no term ID given" TO REJECT-REASON
               WHEN TV-ABSENCE-X = SPACES AND TV-PENALTY-X = SPACES
                   CONTINUE
               WHEN TV-ABSENCE-X IS NOT NUMERIC OR
                    TV-PENALTY-X IS NOT NUMERIC
                   MOVE "absence limit and penalty go together"
                       TO REJECT-REASON
               WHEN TV-ABSENCE = 0 OR TV-ABSENCE > 30
                   MOVE "absence limit must be 1 to 30"
                       TO REJECT-REASON
               WHEN TV-PENALTY = 0 OR TV-PENALTY > 1
                   MOVE "GPA penalty must be 0.01 to 1.00"
                       TO REJECT-REASON
           END-EVALUATE.

      *> A C or D: the value in force on the effective date before
      *> the change is audited as BEFORE, the new one as AFTER. An
      *> entry already keyed for the same file, key, and date is
      *> replaced in place.
       APPLY-CHANGE.
           MOVE PT-EFFECTIVE-DATE TO IN-FORCE-DATE
           PERFORM FIND-IN-FORCE
           MOVE IN-FORCE-DATE   TO BEFORE-DATE
           MOVE IN-FORCE-ACTION TO BEFORE-ACTION
           MOVE IN-FORCE-VALUE  TO BEFORE-VALUE
           IF PARAM-DROP-TRANS AND BEFORE-ACTION NOT = "C"
               MOVE "key not in the file on that date"
                   TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-EXACT-ENTRY
           IF MATCH-IDX = 0
               IF PARAMETER-COUNT >= 2000
                   MOVE "parameter-master.dat is full"
                       TO REJECT-REASON
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PARAMETER-COUNT
               MOVE PARAMETER-COUNT TO MATCH-IDX
           END-IF

           MOVE SPACES            TO PARAMETER-ENTRY-RECORD
           MOVE PT-FILE-ID        TO PE-FILE-ID
           MOVE PARM-KEY          TO PE-KEY
           MOVE PT-EFFECTIVE-DATE TO PE-EFFECTIVE-DATE
           MOVE PT-ACTION         TO PE-ACTION
           IF PE-SETS-VALUE
               MOVE VALUE-IMAGE   TO PE-VALUE
           END-IF
           MOVE PT-OPERATOR       TO PE-ENTERED-BY
           MOVE TODAYS-DATE-TAG   TO PE-ENTERED-DATE
           MOVE PARAMETER-ENTRY-RECORD TO PM-RECORD(MATCH-IDX)
           SET PARAMETERS-CHANGED TO TRUE

           IF PE-SETS-VALUE
               ADD 1 TO CHANGED-COUNT
           ELSE
               ADD 1 TO DROPPED-COUNT
           END-IF
           MOVE "BEFORE" TO AUDIT-IMAGE-TYPE
           MOVE BEFORE-DATE  TO AUDIT-EFFECTIVE-DATE
           MOVE BEFORE-VALUE TO AUDIT-VALUE
           PERFORM WRITE-AUDIT-IMAGE
           MOVE "AFTER" TO AUDIT-IMAGE-TYPE
           MOVE PE-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE
           MOVE PE-VALUE          TO AUDIT-VALUE
           PERFORM WRITE-AUDIT-IMAGE
           DISPLAY "Applied " PT-ACTION " " PT-FILE-ID " " PARM-KEY
               " from " PT-EFFECTIVE-DATE " by " PT-OPERATOR.

      *> An X: the entry must be keyed for exactly this file, key,
      *> and date and not yet in force. BEFORE is the cancelled
      *> entry; AFTER is whatever is in force on that date once it
      *> is gone.
       APPLY-CANCEL.
           PERFORM FIND-EXACT-ENTRY
           IF MATCH-IDX = 0
               MOVE "no entry for that file, key and date"
                   TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF PT-EFFECTIVE-DATE NOT > TODAYS-DATE-TAG
               MOVE "already in force - key a new change"
                   TO REJECT-REASON
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE PM-RECORD(MATCH-IDX) TO PARAMETER-ENTRY-RECORD
           MOVE "BEFORE" TO AUDIT-IMAGE-TYPE
           MOVE PE-EFFECTIVE-DATE TO AUDIT-EFFECTIVE-DATE
           MOVE PE-VALUE          TO AUDIT-VALUE
           PERFORM WRITE-AUDIT-IMAGE

           PERFORM VARYING SHIFT-IDX FROM MATCH-IDX BY 1
               UNTIL SHIFT-IDX >= PARAMETER-COUNT
               MOVE PM-RECORD(SHIFT-IDX + 1) TO PM-RECORD(SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM PARAMETER-COUNT
           SET PARAMETERS-CHANGED TO TRUE
           ADD 1 TO CANCELLED-COUNT

           MOVE PT-EFFECTIVE-DATE TO IN-FORCE-DATE
           PERFORM FIND-IN-FORCE
           MOVE "AFTER" TO AUDIT-IMAGE-TYPE
           MOVE IN-FORCE-DATE  TO AUDIT-EFFECTIVE-DATE
           MOVE IN-FORCE-VALUE TO AUDIT-VALUE
           PERFORM WRITE-AUDIT-IMAGE
           DISPLAY "Cancelled " PT-FILE-ID " " PARM-KEY
               " from " PT-EFFECTIVE-DATE " by " PT-OPERATOR.

      *> The latest entry for the transaction's file and key dated
      *> on or before IN-FORCE-DATE. Returns its date, action, and
      *> value there (a drop's value is blank); all blank when none
      *> is.
       FIND-IN-FORCE.
           MOVE 0 TO IN-FORCE-IDX
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               MOVE PM-RECORD(PRM-IDX) TO PARAMETER-ENTRY-RECORD
               IF PE-FILE-ID = PT-FILE-ID AND
                  PE-KEY = PARM-KEY AND
                  PE-EFFECTIVE-DATE NOT > IN-FORCE-DATE
                   IF IN-FORCE-IDX = 0
                       SET IN-FORCE-IDX TO PRM-IDX
                   ELSE
                       IF PE-EFFECTIVE-DATE >
                          PM-RECORD(IN-FORCE-IDX)(21:8)
                           SET IN-FORCE-IDX TO PRM-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO IN-FORCE-DATE
           MOVE SPACES TO IN-FORCE-ACTION
           MOVE SPACES TO IN-FORCE-VALUE
           IF IN-FORCE-IDX > 0
               MOVE PM-RECORD(IN-FORCE-IDX) TO PARAMETER-ENTRY-RECORD
               MOVE PE-EFFECTIVE-DATE TO IN-FORCE-DATE
               MOVE PE-ACTION         TO IN-FORCE-ACTION
               MOVE PE-VALUE          TO IN-FORCE-VALUE
           END-IF.

       FIND-EXACT-ENTRY.
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               MOVE PM-RECORD(PRM-IDX) TO PARAMETER-ENTRY-RECORD
               IF PE-FILE-ID = PT-FILE-ID AND
                  PE-KEY = PARM-KEY AND
                  PE-EFFECTIVE-DATE = PT-EFFECTIVE-DATE
                   SET MATCH-IDX TO PRM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> AUDIT-IMAGE-TYPE, AUDIT-EFFECTIVE-DATE, and AUDIT-VALUE
      *> are set by the caller.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES TO PARAM-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO PA-TIMESTAMP
           MOVE AUDIT-IMAGE-TYPE      TO PA-IMAGE-TYPE
           MOVE AUDIT-EFFECTIVE-DATE  TO PA-EFFECTIVE-DATE
           MOVE AUDIT-VALUE           TO PA-VALUE
           MOVE PT-ACTION   TO PA-ACTION
           MOVE PT-OPERATOR TO PA-OPERATOR
           MOVE PT-FILE-ID  TO PA-FILE-ID
           MOVE PARM-KEY    TO PA-KEY
           WRITE PARAM-AUDIT-RECORD.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Rejected param transaction " TRANS-COUNT " "
               PT-FILE-ID " - " REJECT-REASON
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

       LOAD-OPERATORS.
           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL AUTH-AT-END
               READ AUTH-FILE
                   AT END SET AUTH-AT-END TO TRUE
                   NOT AT END
                       IF AUTH-OPERATOR-ID NOT = SPACES AND
                          OPERATOR-COUNT < 200
                           ADD 1 TO OPERATOR-COUNT
                           MOVE AUTH-OPERATOR-ID
                               TO OT-OPERATOR-ID(OPERATOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARAMETER-AT-END
               READ PARAMETER-FILE
                   AT END SET PARAMETER-AT-END TO TRUE
                   NOT AT END
                       IF PARAMETER-COUNT < 2000
                           ADD 1 TO PARAMETER-COUNT
                           MOVE PARAMETER-FILE-RECORD
                               TO PM-RECORD(PARAMETER-COUNT)
                       ELSE
                           SET PARAMETER-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARAMETER-FILE.

       SAVE-PARAMETERS.
           OPEN OUTPUT PARAMETER-FILE
           IF PARAMETER-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite parameter-master.dat, "
                   "status " PARAMETER-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PRM-IDX FROM 1 BY 1
               UNTIL PRM-IDX > PARAMETER-COUNT
               MOVE PM-RECORD(PRM-IDX) TO PARAMETER-FILE-RECORD
               WRITE PARAMETER-FILE-RECORD
           END-PERFORM
           CLOSE PARAMETER-FILE.

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
