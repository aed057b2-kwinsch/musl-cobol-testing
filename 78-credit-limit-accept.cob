       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LIMIT-ACCEPT.

      *> Turns the credit desk's accepted limit recommendations into
      *> CUST-MAINT transactions. CREDIT-REVIEW leaves its
      *> recommended changes on credit-review-recs.dat; the desk
      *> lists the ones it accepts in credit-review-accept.txt, and
      *> this job writes an L transaction for each to
      *> credit-limit-trans.txt - a CUST-MAINT transaction file
      *> holding nothing but those limit changes, ready to run as
      *> cust-maint-trans.txt, so the desk approves changes instead
      *> of retyping them. An acceptance is refused if the account
      *> was not recommended by the latest review, is listed twice,
      *> carries a malformed or zero limit, or if its limit on
      *> cust-credit-limits.dat has moved since the review - a
      *> recommendation made against a limit that is no longer
      *> there is not one to apply. Refusals end the job with a
      *> warning; the accepted lines are written regardless.
      *>
      *> credit-review-accept.txt: columns 1-6 the customer ID, and
      *> optionally 9-16 a limit the desk has settled on instead of
      *> the recommended one, as 999999V99 ("00250000" = 2,500.00).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOMMEND-FILE ASSIGN TO "credit-review-recs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOMMEND-FILE-STATUS.
           SELECT ACCEPT-FILE ASSIGN TO "credit-review-accept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCEPT-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "cust-credit-limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-LIMIT-STATUS.
           SELECT TRANS-FILE ASSIGN TO "credit-limit-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECOMMEND-FILE.
       COPY CRRECOM.

       FD ACCEPT-FILE.
       01 ACCEPT-RECORD.
          05 AC-CUST-ID-X     PIC X(6).
          05 AC-CUST-ID REDEFINES AC-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 AC-LIMIT-X       PIC X(8).
          05 AC-LIMIT REDEFINES AC-LIMIT-X
                              PIC 9(6)V99.

       FD CREDIT-LIMIT-FILE.
       COPY CRLIMIT.

      *> CUST-MAINT's transaction layout.
       FD TRANS-FILE.
       01 MAINT-TRANS-RECORD.
          05 MT-ACTION        PIC X(1).
          05 MT-CUST-ID       PIC 9(6).
          05 MT-CUST-NAME     PIC X(50).
          05 MT-CUST-STATUS   PIC X(20).
          05 MT-CUST-AGE-X    PIC X(4).
          05 MT-CREDIT-LIMIT  PIC 9(6)V99.
          05 MT-MERGE-TO-ID-X PIC X(6).

       WORKING-STORAGE SECTION.
       01 RECOMMEND-FILE-STATUS PIC X(2).
       01 ACCEPT-FILE-STATUS    PIC X(2).
       01 CREDIT-LIMIT-STATUS   PIC X(2).
       01 TRANS-FILE-STATUS     PIC X(2).

       01 RECOMMEND-EOF-FLAG  PIC X VALUE "N".
          88 RECOMMEND-AT-END VALUE "Y".
       01 ACCEPT-EOF-FLAG     PIC X VALUE "N".
          88 ACCEPT-AT-END    VALUE "Y".
       01 LIMIT-EOF-FLAG      PIC X VALUE "N".
          88 LIMIT-AT-END     VALUE "Y".

      *> The latest review's recommendations, each marked once it
      *> has been accepted so a second listing is caught.
       01 RECOMMEND-COUNT PIC S9(4) COMP VALUE 0.
       01 RECOMMEND-TABLE.
          05 RECOMMEND-ENTRY OCCURS 0 TO 2000 TIMES
                             DEPENDING ON RECOMMEND-COUNT
                             INDEXED BY RC-IDX.
             10 RC-CUST-ID       PIC 9(6).
             10 RC-CURRENT-LIMIT PIC 9(6)V99.
             10 RC-NEW-LIMIT     PIC 9(6)V99.
             10 RC-ACCEPTED      PIC X.
       01 REVIEW-DATE         PIC X(8) VALUE SPACES.

       01 LIMIT-COUNT PIC S9(4) COMP VALUE 0.
       01 LIMIT-TABLE.
          05 LIMIT-ENTRY OCCURS 0 TO 2000 TIMES
                         DEPENDING ON LIMIT-COUNT
                         INDEXED BY LIM-IDX.
             10 LT-CUST-ID      PIC 9(6).
             10 LT-CREDIT-LIMIT PIC 9(6)V99.
       01 ON-FILE-LIMIT       PIC 9(6)V99.
       01 ACCEPTED-LIMIT      PIC 9(6)V99.

       01 REFUSE-REASON       PIC X(40).
       01 ACCEPTED-COUNT      PIC 9(4) VALUE 0.
       01 REFUSED-COUNT       PIC 9(4) VALUE 0.
       01 LIMIT-ED            PIC ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CREDIT-LIMIT-ACCEPT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Credit Limit Acceptance"
           DISPLAY "======================="
           DISPLAY " "

           PERFORM LOAD-RECOMMENDATIONS

           OPEN INPUT ACCEPT-FILE
           IF ACCEPT-FILE-STATUS NOT = "00"
               DISPLAY "No credit-review-accept.txt on file - "
                   "nothing accepted."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-CREDIT-LIMITS

           DISPLAY "Review of " REVIEW-DATE
           OPEN OUTPUT TRANS-FILE
           PERFORM UNTIL ACCEPT-AT-END
               READ ACCEPT-FILE
                   AT END SET ACCEPT-AT-END TO TRUE
                   NOT AT END
                       IF ACCEPT-RECORD NOT = SPACES
                           PERFORM ACCEPT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCEPT-FILE
           CLOSE TRANS-FILE

           MOVE ACCEPTED-COUNT TO COUNT-ED
           DISPLAY "Changes accepted:     " COUNT-ED
           MOVE REFUSED-COUNT TO COUNT-ED
           DISPLAY "Acceptances refused:  " COUNT-ED
           DISPLAY "Wrote credit-limit-trans.txt"

           IF REFUSED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING FUNCTION TRIM(COUNT-ED)
                   " limit acceptances refused - see the job log"
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

       LOAD-RECOMMENDATIONS.
           OPEN INPUT RECOMMEND-FILE
           IF RECOMMEND-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "credit-review-recs.dat not found - run "
                   "CREDIT-REVIEW first" DELIMITED BY SIZE
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
           PERFORM UNTIL RECOMMEND-AT-END
               READ RECOMMEND-FILE
                   AT END SET RECOMMEND-AT-END TO TRUE
                   NOT AT END
                       IF RECOMMEND-COUNT < 2000
                           ADD 1 TO RECOMMEND-COUNT
                           MOVE CR-CUST-ID
                               TO RC-CUST-ID(RECOMMEND-COUNT)
                           MOVE CR-CURRENT-LIMIT
                               TO RC-CURRENT-LIMIT(RECOMMEND-COUNT)
                           MOVE CR-NEW-LIMIT
                               TO RC-NEW-LIMIT(RECOMMEND-COUNT)
                           MOVE "N" TO RC-ACCEPTED(RECOMMEND-COUNT)
                           MOVE CR-REVIEW-DATE TO REVIEW-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECOMMEND-FILE.

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

       ACCEPT-ONE-CHANGE.
           MOVE SPACES TO REFUSE-REASON
           IF AC-CUST-ID-X IS NOT NUMERIC
               MOVE "customer ID is not numeric" TO REFUSE-REASON
               PERFORM REFUSE-ACCEPTANCE
               EXIT PARAGRAPH
           END-IF

           SET RC-IDX TO 1
           SEARCH RECOMMEND-ENTRY
               AT END
                   MOVE "not recommended by the latest review"
                       TO REFUSE-REASON
               WHEN RC-CUST-ID(RC-IDX) = AC-CUST-ID
                   IF RC-ACCEPTED(RC-IDX) = "Y"
                       MOVE "accepted twice" TO REFUSE-REASON
                   END-IF
           END-SEARCH
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-ACCEPTANCE
               EXIT PARAGRAPH
           END-IF

           IF AC-LIMIT-X = SPACES
               MOVE RC-NEW-LIMIT(RC-IDX) TO ACCEPTED-LIMIT
           ELSE
               IF AC-LIMIT-X IS NOT NUMERIC
                   MOVE "amended limit is not numeric"
                       TO REFUSE-REASON
                   PERFORM REFUSE-ACCEPTANCE
                   EXIT PARAGRAPH
               END-IF
               MOVE AC-LIMIT TO ACCEPTED-LIMIT
           END-IF
           IF ACCEPTED-LIMIT = 0
               MOVE "a zero limit would remove the limit"
                   TO REFUSE-REASON
               PERFORM REFUSE-ACCEPTANCE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO ON-FILE-LIMIT
           SET LIM-IDX TO 1
           SEARCH LIMIT-ENTRY
               AT END CONTINUE
               WHEN LT-CUST-ID(LIM-IDX) = AC-CUST-ID
                   MOVE LT-CREDIT-LIMIT(LIM-IDX) TO ON-FILE-LIMIT
           END-SEARCH
           IF ON-FILE-LIMIT NOT = RC-CURRENT-LIMIT(RC-IDX)
               MOVE "limit has changed since the review"
                   TO REFUSE-REASON
               PERFORM REFUSE-ACCEPTANCE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO RC-ACCEPTED(RC-IDX)
           MOVE SPACES         TO MAINT-TRANS-RECORD
           MOVE "L"            TO MT-ACTION
           MOVE AC-CUST-ID     TO MT-CUST-ID
           MOVE ACCEPTED-LIMIT TO MT-CREDIT-LIMIT
           WRITE MAINT-TRANS-RECORD
           ADD 1 TO ACCEPTED-COUNT
           MOVE ACCEPTED-LIMIT TO LIMIT-ED
           DISPLAY "Accepted " AC-CUST-ID " new limit " LIMIT-ED.

       REFUSE-ACCEPTANCE.
           ADD 1 TO REFUSED-COUNT
           DISPLAY "Refused " AC-CUST-ID-X " - " REFUSE-REASON.

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
