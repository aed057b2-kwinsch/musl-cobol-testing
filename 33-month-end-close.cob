      *> system had. The month closed defaults to the calendar
      *> month of the run date; operations can close a different
      *> month by setting CLOSE-MONTH (YYYYMM) for a catch-up
      *> close. A month finance has reopened under audit
      *> (PERIOD-ADJ-APPROVE) can be closed again; every close is
      *> stamped on month-end-close.ctl with its date, and the
      *> posting jobs hold anything dated in a closed month for
      *> prior-period approval instead of posting it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(80).

       FD CLOSE-CONTROL-FILE.
       COPY CLOSECTL.

       FD JOURNAL-FILE.
       COPY POSTJRNL.

       FD JOURNAL-ARC-FILE.
       01 JOURNAL-ARC-LINE    PIC X(61).

       FD JOURNAL-KEEP-FILE.
       01 JOURNAL-KEEP-LINE   PIC X(61).

       WORKING-STORAGE SECTION.
       01 SALES-HISTORY-STATUS PIC X(2).
           DISPLAY "======================"
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE BUSINESS-DATE-WORK
           MOVE SPACES TO CLOSE-MONTH-TAG
           ACCEPT CLOSE-MONTH-TAG FROM ENVIRONMENT "CLOSE-MONTH"
           IF CLOSE-MONTH-TAG = SPACES
               MOVE BUSINESS-DATE-WORK(1:6) TO CLOSE-MONTH-TAG
           END-IF

           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The latest record for the month stands - a reopened month
      *> may be closed again.
       CHECK-ALREADY-CLOSED.
           OPEN INPUT CLOSE-CONTROL-FILE
           IF CLOSE-CONTROL-STATUS = "00"
                       AT END SET CONTROL-AT-END TO TRUE
                       NOT AT END
                           IF CLOSED-MONTH = CLOSE-MONTH-TAG
                               IF CLOSE-IS-REOPEN
                                   MOVE "N" TO MONTH-ALREADY-CLOSED
                               ELSE
                                   SET IS-MONTH-CLOSED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           IF CLOSE-CONTROL-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-CONTROL-FILE
           END-IF
           MOVE SPACES             TO CLOSE-CONTROL-RECORD
           MOVE CLOSE-MONTH-TAG    TO CLOSED-MONTH
           MOVE "C"                TO CLOSE-ACTION
           MOVE BUSINESS-DATE-WORK TO CLOSE-ACTION-DATE
           MOVE "MONTH-END-CLOSE"  TO CLOSE-ACTION-BY
           WRITE CLOSE-CONTROL-RECORD
           CLOSE CLOSE-CONTROL-FILE.

