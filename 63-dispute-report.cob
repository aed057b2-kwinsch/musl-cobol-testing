       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-REPORT.

      *> Weekly open-disputes report for the credit desk (WEEKLY-n
      *> on the job calendar). Lists every dispute still open on
      *> sales-disputes.dat, in the order DISPUTE-MAINT opened them,
      *> with the number of days each has been open off
      *> DSP-OPENED-DATE, then counts and amounts by how long they
      *> have been open - a contested charge that has sat for two
      *> months is a collections problem nobody is working.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "sales-disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "open-disputes-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
       COPY DISPREC.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 DISPUTE-FILE-STATUS PIC X(2).

       01 DISPUTE-EOF-FLAG    PIC X VALUE "N".
          88 DISPUTE-AT-END   VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 TODAYS-DATE-NUM     PIC 9(8).
       01 TODAYS-DATE-INT     PIC S9(9) COMP.
       01 OPENED-DATE-NUM     PIC 9(8).
       01 DAYS-OPEN           PIC S9(9) COMP.
       01 DAYS-OPEN-ED        PIC ZZZZ9.

      *> Days-open bands: up to a week, 8-30, 31-60, over 60.
       01 BAND-IDX            PIC S9(4) COMP.
       01 BAND-TOTALS.
          05 BAND-ENTRY OCCURS 4 TIMES.
             10 BAND-COUNT    PIC 9(6).
             10 BAND-AMOUNT   PIC S9(10)V99.

       01 OPEN-COUNT          PIC 9(6) VALUE 0.
       01 OPEN-TOTAL          PIC S9(10)V99 VALUE 0.
       01 RESOLVED-COUNT      PIC 9(6) VALUE 0.
       01 AMOUNT-ED           PIC -ZZ,ZZZ,ZZ9.99.
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "DISPUTE-REPORT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Open Sales Disputes Report"
           DISPLAY "=========================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG
           MOVE TODAYS-DATE-TAG TO TODAYS-DATE-NUM
           COMPUTE TODAYS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TODAYS-DATE-NUM)

           PERFORM VARYING BAND-IDX FROM 1 BY 1
               UNTIL BAND-IDX > 4
               MOVE 0 TO BAND-COUNT(BAND-IDX)
               MOVE 0 TO BAND-AMOUNT(BAND-IDX)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN SALES DISPUTES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNT  POSTED            AMOUNT  OPENED  "
               "  DAYS OPEN  REASON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = "00"
               PERFORM UNTIL DISPUTE-AT-END
                   READ DISPUTE-FILE
                       AT END SET DISPUTE-AT-END TO TRUE
                       NOT AT END
                           IF DSP-IS-OPEN
                               PERFORM REPORT-ONE-DISPUTE
                           ELSE
                               ADD 1 TO RESOLVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           ELSE
               MOVE "  No sales-disputes.dat on file" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-BAND-TOTAL-LINES

           MOVE OPEN-COUNT TO COUNT-ED
           MOVE OPEN-TOTAL TO TOTAL-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  OPEN DISPUTES: " COUNT-ED
               "   AMOUNT: " TOTAL-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RESOLVED-COUNT TO COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  RESOLVED ON FILE: " COUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "Open disputes:        " OPEN-COUNT
           DISPLAY "Wrote open-disputes-report.txt"

           IF BAND-COUNT(4) > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE BAND-COUNT(4) TO COUNT-ED
               STRING "Disputes open more than 60 days:" COUNT-ED
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
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

       REPORT-ONE-DISPUTE.
           IF DSP-OPENED-DATE IS NUMERIC
               MOVE DSP-OPENED-DATE TO OPENED-DATE-NUM
               COMPUTE DAYS-OPEN = TODAYS-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUM)
           ELSE
               MOVE 99999 TO DAYS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN DAYS-OPEN <= 7
                   MOVE 1 TO BAND-IDX
               WHEN DAYS-OPEN <= 30
                   MOVE 2 TO BAND-IDX
               WHEN DAYS-OPEN <= 60
                   MOVE 3 TO BAND-IDX
               WHEN OTHER
                   MOVE 4 TO BAND-IDX
           END-EVALUATE
           ADD 1 TO BAND-COUNT(BAND-IDX)
           ADD DSP-AMOUNT TO BAND-AMOUNT(BAND-IDX)
           ADD 1 TO OPEN-COUNT
           ADD DSP-AMOUNT TO OPEN-TOTAL

           MOVE DSP-AMOUNT TO AMOUNT-ED
           MOVE DAYS-OPEN  TO DAYS-OPEN-ED
           MOVE SPACES TO REPORT-LINE
           STRING "  " DSP-CUST-ID "  " DSP-POST-DATE " "
               AMOUNT-ED "  " DSP-OPENED-DATE "  " DAYS-OPEN-ED
               "      " DSP-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-BAND-TOTAL-LINES.
           MOVE SPACES TO REPORT-LINE
           MOVE BAND-COUNT(1)  TO COUNT-ED
           MOVE BAND-AMOUNT(1) TO AMOUNT-ED
           STRING "  OPEN 0-7 DAYS:   " COUNT-ED " " AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE BAND-COUNT(2)  TO COUNT-ED
           MOVE BAND-AMOUNT(2) TO AMOUNT-ED
           STRING "  OPEN 8-30 DAYS:  " COUNT-ED " " AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE BAND-COUNT(3)  TO COUNT-ED
           MOVE BAND-AMOUNT(3) TO AMOUNT-ED
           STRING "  OPEN 31-60 DAYS: " COUNT-ED " " AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE BAND-COUNT(4)  TO COUNT-ED
           MOVE BAND-AMOUNT(4) TO AMOUNT-ED
           STRING "  OPEN OVER 60:    " COUNT-ED " " AMOUNT-ED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
