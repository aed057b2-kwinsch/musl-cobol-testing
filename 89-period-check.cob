       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.

      *> Shared closed-period test, in the PROC-DATE style. A
      *> posting job CALLs here with an item's transaction date
      *> (YYYYMMDD) and gets back "Y" when that date's month is
      *> closed on month-end-close.ctl - closed by MONTH-END-CLOSE
      *> and not since reopened by PERIOD-ADJ-APPROVE - or "N"
      *> when the month is open. The calendar is read once, on the
      *> first call of the run, and kept; the latest record for a
      *> month is the one that stands. With no calendar on file
      *> every month is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-CONTROL-FILE
               ASSIGN TO "month-end-close.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-CONTROL-FILE.
       COPY CLOSECTL.

       WORKING-STORAGE SECTION.
       01 WS-CLOSE-CONTROL-STATUS PIC X(2).
       01 WS-CONTROL-EOF-FLAG  PIC X VALUE "N".
          88 WS-CONTROL-AT-END VALUE "Y".
       01 WS-LOADED-FLAG       PIC X VALUE "N".
          88 WS-CALENDAR-LOADED VALUE "Y".

       01 WS-MONTH-COUNT PIC S9(4) COMP VALUE 0.
       01 WS-MONTH-TABLE.
          05 WS-MONTH-ENTRY OCCURS 0 TO 600 TIMES
                            DEPENDING ON WS-MONTH-COUNT
                            INDEXED BY WS-MON-IDX.
             10 WS-MONTH        PIC X(6).
             10 WS-MONTH-CLOSED PIC X.

       LINKAGE SECTION.
       01 LK-TRANS-DATE     PIC X(8).
       01 LK-PERIOD-CLOSED  PIC X.

       PROCEDURE DIVISION USING LK-TRANS-DATE LK-PERIOD-CLOSED.
       MAIN-LOGIC.
           IF NOT WS-CALENDAR-LOADED
               PERFORM LOAD-CALENDAR
               SET WS-CALENDAR-LOADED TO TRUE
           END-IF

           MOVE "N" TO LK-PERIOD-CLOSED
           IF WS-MONTH-COUNT > 0
               SET WS-MON-IDX TO 1
               SEARCH WS-MONTH-ENTRY
                   AT END CONTINUE
                   WHEN WS-MONTH(WS-MON-IDX) = LK-TRANS-DATE(1:6)
                       MOVE WS-MONTH-CLOSED(WS-MON-IDX)
                           TO LK-PERIOD-CLOSED
               END-SEARCH
           END-IF

           GOBACK.

       LOAD-CALENDAR.
           OPEN INPUT CLOSE-CONTROL-FILE
           IF WS-CLOSE-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-AT-END
                   READ CLOSE-CONTROL-FILE
                       AT END SET WS-CONTROL-AT-END TO TRUE
                       NOT AT END PERFORM NOTE-ONE-CLOSE-ACTION
                   END-READ
               END-PERFORM
               CLOSE CLOSE-CONTROL-FILE
           END-IF.

      *> A later record for a month replaces the earlier one.
       NOTE-ONE-CLOSE-ACTION.
           SET WS-MON-IDX TO 1
           SEARCH WS-MONTH-ENTRY
               AT END
                   IF WS-MONTH-COUNT < 600
                       ADD 1 TO WS-MONTH-COUNT
                       SET WS-MON-IDX TO WS-MONTH-COUNT
                       MOVE CLOSED-MONTH TO WS-MONTH(WS-MON-IDX)
                       PERFORM SET-MONTH-STATE
                   END-IF
               WHEN WS-MONTH(WS-MON-IDX) = CLOSED-MONTH
                   PERFORM SET-MONTH-STATE
           END-SEARCH.

       SET-MONTH-STATE.
           IF CLOSE-IS-REOPEN
               MOVE "N" TO WS-MONTH-CLOSED(WS-MON-IDX)
           ELSE
               MOVE "Y" TO WS-MONTH-CLOSED(WS-MON-IDX)
           END-IF.
