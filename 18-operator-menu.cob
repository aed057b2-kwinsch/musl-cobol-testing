      *> operator-auth.txt: columns 1-8 the operator ID, 11-30 the
      *> name, 33 the level (S senior, J junior). No file, no
      *> sign-on, no menu - the door fails closed.
      *>
      *> The menu is also where the second pair of eyes on a hand
      *> balance adjustment sits. CUST-MAINT's B transaction only
      *> holds an adjustment pending on balance-adjust.dat; P
      *> walks the pending ones and the signed-on operator approves
      *> or rejects each - never one they keyed themselves - with
      *> every decision on the run log. BAL-ADJ-POST (entry 9)
      *> then books the approved ones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUTH-FILE ASSIGN TO "operator-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "balance-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER           PIC X(2).
          05 AUTH-OPER-LEVEL  PIC X(1).

      *> Held whole in storage and written back whole (BALADJ
      *> layout).
       FD ADJUST-FILE.
       01 ADJUST-FILE-RECORD PIC X(89).

       WORKING-STORAGE SECTION.
       01 RUN-LOG-STATUS    PIC X(2).
       01 AUTH-FILE-STATUS  PIC X(2).
       01 AUTH-EOF-FLAG     PIC X VALUE "N".
          88 AUTH-AT-END    VALUE "Y".
       01 ADJUST-FILE-STATUS PIC X(2).
       01 ADJUST-EOF-FLAG   PIC X VALUE "N".
          88 ADJUST-AT-END  VALUE "Y".

       01 MENU-CHOICE       PIC X(1).
       01 DONE-FLAG         PIC X VALUE "N".
       01 JOB-EXIT-STATUS-ED PIC -ZZZZZZZZ9.

      *> Each menu entry carries the level it requires: "J" is any
      *> signed-on operator, "S" only a senior one - the reload, the
      *> forced rerun and the chain restart rewrite shared state and
      *> are senior-only.
       01 JOB-TABLE.
          05 JOB-ENTRY OCCURS 9 TIMES.
             10 JOB-MENU-NAME PIC X(20).
             10 JOB-EXE-NAME  PIC X(50).
             10 JOB-AUTH-LEVEL PIC X(1).
       01 JOB-COUNT          PIC 9 VALUE 9.
      *> "Run all" covers only the routine jobs; the senior-only
      *> destructive entries past this count never run implicitly.
       01 ROUTINE-JOB-COUNT  PIC 9 VALUE 5.
       01 JOB-INDEX          PIC 9 COMP.

      *> Pending balance adjustments under review: the file is
      *> loaded whole, decisions are stamped in storage, and it is
      *> written back whole if any were made.
       01 ADJUST-COUNT PIC S9(4) COMP VALUE 0.
       01 ADJUST-TABLE.
          05 ADJUST-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON ADJUST-COUNT
                          INDEXED BY ADJ-IDX.
             10 AT-RECORD    PIC X(89).
       01 ADJUST-OVERFLOW-FLAG PIC X VALUE "N".
          88 ADJUST-TABLE-OVERFLOWED VALUE "Y".
       COPY BALADJ.
       01 ADJ-DECISION       PIC X(1).
       01 ADJ-PENDING-COUNT  PIC 9(4).
       01 ADJ-DECIDED-COUNT  PIC 9(4).
       01 ADJ-AMOUNT-ED      PIC -ZZZ,ZZ9.99.
       01 TODAYS-DATE-TAG    PIC X(8).

       01 ERRLOG-JOB-NAME    PIC X(30) VALUE "OPERATOR-MENU".
       01 ERRLOG-TEXT        PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-JOB-TABLE
               ACCEPT MENU-CHOICE

               EVALUATE MENU-CHOICE
                   WHEN "1" THRU "9"
                       MOVE FUNCTION NUMVAL(MENU-CHOICE)
                           TO JOB-INDEX
                       PERFORM RUN-ONE-JOB
                           UNTIL JOB-INDEX > ROUTINE-JOB-COUNT
                           PERFORM RUN-ONE-JOB
                       END-PERFORM
                   WHEN "P"
                       PERFORM REVIEW-PENDING-ADJUSTMENTS
                   WHEN "Q"
                       SET OPERATOR-DONE TO TRUE
                   WHEN OTHER
           MOVE "SALES FORCED RERUN" TO JOB-MENU-NAME(7)
           MOVE "env SALES-RERUN-OVERRIDE=Y ./mixed-example"
                                    TO JOB-EXE-NAME(7)
           MOVE "S"                 TO JOB-AUTH-LEVEL(7)

           MOVE "CHAIN RESTART"     TO JOB-MENU-NAME(8)
           MOVE "env BATCH-RESTART=Y ./batch-driver"
                                    TO JOB-EXE-NAME(8)
           MOVE "S"                 TO JOB-AUTH-LEVEL(8)

           MOVE "ADJUSTMENT POSTING" TO JOB-MENU-NAME(9)
           MOVE "./bal-adj-post"    TO JOB-EXE-NAME(9)
           MOVE "J"                 TO JOB-AUTH-LEVEL(9).

       SHOW-MENU.
           DISPLAY " "
               END-IF
           END-PERFORM
           DISPLAY "A) Run all routine jobs (1-5)"
           DISPLAY "P) Review pending balance adjustments"
           DISPLAY "Q) Quit"
           DISPLAY "Enter choice: ".

           END-IF

           WRITE RUN-LOG-RECORD.

      *> The review holds the batch run lock from load to save:
      *> balance-adjust.dat is rewritten whole, so a CUST-MAINT
      *> append or a BAL-ADJ-POST booking made while the operator
      *> was deciding would otherwise be lost - and an item booked
      *> meanwhile written back as approved would be booked again.
      *> With another job holding the lock the review is refused.
       REVIEW-PENDING-ADJUSTMENTS.
           MOVE "A" TO LOCK-ACTION
           CALL "RUN-LOCK" USING
               BY REFERENCE LOCK-ACTION
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE LOCK-RESULT
           IF LOCK-RESULT NOT = "Y"
               DISPLAY "A batch job holds the run lock - review "
                   "refused, try again when it has finished."
               EXIT PARAGRAPH
           END-IF

           PERFORM REVIEW-ADJUSTMENTS-UNDER-LOCK

           MOVE "R" TO LOCK-ACTION
           CALL "RUN-LOCK" USING
               BY REFERENCE LOCK-ACTION
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE LOCK-RESULT.

      *> Walks every adjustment still pending on balance-adjust.dat.
      *> One the signed-on operator keyed is shown but cannot be
      *> decided here - it needs a different operator. Each
      *> decision is stamped with the operator and business date
      *> and logged on the run history like a job run.
       REVIEW-ADJUSTMENTS-UNDER-LOCK.
           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           PERFORM LOAD-ADJUSTMENTS
           IF ADJUST-TABLE-OVERFLOWED
               DISPLAY "balance-adjust.dat holds more than 2000 "
                   "adjustments - review refused."
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ADJ-PENDING-COUNT
           MOVE 0 TO ADJ-DECIDED-COUNT
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               MOVE AT-RECORD(ADJ-IDX) TO BALANCE-ADJUST-RECORD
               IF BA-PENDING
                   ADD 1 TO ADJ-PENDING-COUNT
                   PERFORM REVIEW-ONE-ADJUSTMENT
               END-IF
           END-PERFORM

           IF ADJ-PENDING-COUNT = 0
               DISPLAY "No balance adjustments pending."
           END-IF
           IF ADJ-DECIDED-COUNT > 0
               PERFORM SAVE-ADJUSTMENTS
               DISPLAY ADJ-DECIDED-COUNT " adjustment(s) decided - "
                   "run ADJUSTMENT POSTING to book approvals."
           END-IF.

       REVIEW-ONE-ADJUSTMENT.
           MOVE BA-AMOUNT TO ADJ-AMOUNT-ED
           DISPLAY " "
           DISPLAY "Adjustment " BA-ADJ-ID "  account " BA-CUST-ID
               "  amount " ADJ-AMOUNT-ED "  reason " BA-REASON
           DISPLAY "  keyed by " BA-ENTERED-BY " on "
               BA-ENTERED-DATE
           IF BA-ENTERED-BY = OPERATOR-ID
               DISPLAY "  Keyed by you - needs a second operator."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  A) Approve  R) Reject  S) Skip: "
           MOVE SPACES TO ADJ-DECISION
           ACCEPT ADJ-DECISION
           MOVE FUNCTION UPPER-CASE(ADJ-DECISION) TO ADJ-DECISION
           EVALUATE ADJ-DECISION
               WHEN "A"
                   SET BA-APPROVED TO TRUE
               WHEN "R"
                   SET BA-REJECTED TO TRUE
               WHEN OTHER
                   DISPLAY "  Skipped - still pending."
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE OPERATOR-ID     TO BA-DECIDED-BY
           MOVE TODAYS-DATE-TAG TO BA-DECIDED-DATE
           MOVE BALANCE-ADJUST-RECORD TO AT-RECORD(ADJ-IDX)
           ADD 1 TO ADJ-DECIDED-COUNT

           MOVE SPACES TO RUN-LOG-RECORD
           STRING "ADJ " BA-ADJ-ID DELIMITED BY SIZE
               INTO RLOG-JOB-NAME
           MOVE OPERATOR-ID           TO RLOG-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO RLOG-START-TIME
           MOVE FUNCTION CURRENT-DATE TO RLOG-END-TIME
           IF BA-APPROVED
               MOVE "APPROVED" TO RLOG-STATUS
           ELSE
               MOVE "REJECTED" TO RLOG-STATUS
           END-IF
           WRITE RUN-LOG-RECORD
           DISPLAY "  " RLOG-STATUS.

       LOAD-ADJUSTMENTS.
           MOVE 0 TO ADJUST-COUNT
           MOVE "N" TO ADJUST-EOF-FLAG
           MOVE "N" TO ADJUST-OVERFLOW-FLAG
           OPEN INPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ADJUST-AT-END
               READ ADJUST-FILE
                   AT END SET ADJUST-AT-END TO TRUE
                   NOT AT END
                       IF ADJUST-COUNT < 2000
                           ADD 1 TO ADJUST-COUNT
                           MOVE ADJUST-FILE-RECORD
                               TO AT-RECORD(ADJUST-COUNT)
                       ELSE
                           SET ADJUST-TABLE-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADJUST-FILE.

       SAVE-ADJUSTMENTS.
           OPEN OUTPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite balance-adjust.dat, status "
                   ADJUST-FILE-STATUS " operator " OPERATOR-ID
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
               UNTIL ADJ-IDX > ADJUST-COUNT
               MOVE AT-RECORD(ADJ-IDX) TO ADJUST-FILE-RECORD
               WRITE ADJUST-FILE-RECORD
           END-PERFORM
           CLOSE ADJUST-FILE.
