      *> record's GPA penalty, floored at zero. The control files
      *> and attendance are read once per run unit, on the first
      *> call.
      *>
      *> Everything is per course section: the caller passes the
      *> section the scores belong to, the weights are the
      *> section's own grading-category.ctl records (or, with none
      *> for it, the records with the section left blank), and
      *> only the section's absences count. A call for a different
      *> section than the last reloads the controls.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 CAT-WEIGHT-X     PIC X(3).
          05 CAT-WEIGHT REDEFINES CAT-WEIGHT-X
                              PIC 9(3).
          05 FILLER           PIC X(2).
          05 CAT-SECTION-ID   PIC X(10).

       FD ATTENDANCE-FILE.
       COPY ATTREC.

       01 CONTROLS-LOADED-FLAG PIC X VALUE "N".
          88 CONTROLS-ARE-LOADED VALUE "Y".
       01 LOADED-SECTION-ID  PIC X(10) VALUE SPACES.

      *> The same bands GRADING-SYSTEM and TEST-CONDITIONALS carry,
      *> highest band first and exhaustive over 0-99.
             10 WGT-COVERED  PIC X.
       01 WEIGHT-SUM         PIC 9(4).

      *> The blank-section records, used when the section has none
      *> of its own.
       01 DEFAULT-WEIGHT-TABLE.
          05 DEFAULT-WEIGHT-ENTRY OCCURS 10 TIMES.
             10 DWGT-PERCENT PIC 9(3).
             10 DWGT-COVERED PIC X.
       01 SECTION-WEIGHTS-FLAG PIC X.
          88 SECTION-HAS-WEIGHTS VALUE "Y".

       01 PENALTY-FLAG       PIC X VALUE "N".
          88 HAVE-ATTENDANCE-PENALTY VALUE "Y".
       01 ABSENCE-LIMIT      PIC 9(2) VALUE 0.
       01 STUDENT-ABSENCES   PIC 9(4).

       LINKAGE SECTION.
       01 LK-SECTION-ID      PIC X(10).
       01 LK-STUDENT-NAME    PIC X(20).
       01 LK-SCORE-AREA.
          05 LK-SCORE OCCURS 10 TIMES PIC 99.
       01 LK-SCORE-COUNT     PIC 9(2).
       01 LK-TERM-GPA        PIC 9V99.

       PROCEDURE DIVISION USING LK-SECTION-ID LK-STUDENT-NAME
                                LK-SCORE-AREA LK-SCORE-COUNT
                                LK-TERM-GPA.
       MAIN-LOGIC.
           IF NOT CONTROLS-ARE-LOADED OR
              LK-SECTION-ID NOT = LOADED-SECTION-ID
               PERFORM LOAD-POLICY-CONTROLS
           END-IF


       LOAD-POLICY-CONTROLS.
           SET CONTROLS-ARE-LOADED TO TRUE
           MOVE LK-SECTION-ID TO LOADED-SECTION-ID
           MOVE "N" TO PENALTY-FLAG
           MOVE 0 TO ABSENCE-COUNT

           MOVE 90 TO GB-LOW-SCORE(1)
           MOVE 99 TO GB-HIGH-SCORE(1)
               UNTIL SCORE-INDEX > 10
               MOVE 0   TO WGT-PERCENT(SCORE-INDEX)
               MOVE "N" TO WGT-COVERED(SCORE-INDEX)
               MOVE 0   TO DWGT-PERCENT(SCORE-INDEX)
               MOVE "N" TO DWGT-COVERED(SCORE-INDEX)
           END-PERFORM
           MOVE "N" TO SECTION-WEIGHTS-FLAG
           MOVE "N" TO CATEGORY-EOF-FLAG
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-FILE-STATUS = "00"
               PERFORM UNTIL CATEGORY-AT-END
                   READ CATEGORY-FILE
                       AT END SET CATEGORY-AT-END TO TRUE
                       NOT AT END PERFORM STORE-ONE-WEIGHT
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-FILE
           END-IF
           IF NOT SECTION-HAS-WEIGHTS
               PERFORM VARYING SCORE-INDEX FROM 1 BY 1
                   UNTIL SCORE-INDEX > 10
                   MOVE DWGT-PERCENT(SCORE-INDEX)
                       TO WGT-PERCENT(SCORE-INDEX)
                   MOVE DWGT-COVERED(SCORE-INDEX)
                       TO WGT-COVERED(SCORE-INDEX)
               END-PERFORM
           END-IF

           OPEN INPUT TERM-FILE
           IF TERM-FILE-STATUS = "00"
               PERFORM LOAD-ABSENCE-COUNTS
           END-IF.

       STORE-ONE-WEIGHT.
           IF CAT-POSITION-X IS NUMERIC AND
              CAT-WEIGHT-X IS NUMERIC AND
              CAT-POSITION >= 1 AND
              CAT-POSITION <= 10
               IF CAT-SECTION-ID = LK-SECTION-ID
                   SET SECTION-HAS-WEIGHTS TO TRUE
                   MOVE CAT-WEIGHT TO WGT-PERCENT(CAT-POSITION)
                   MOVE "Y"        TO WGT-COVERED(CAT-POSITION)
               END-IF
               IF CAT-SECTION-ID = SPACES
                   MOVE CAT-WEIGHT TO DWGT-PERCENT(CAT-POSITION)
                   MOVE "Y"        TO DWGT-COVERED(CAT-POSITION)
               END-IF
           END-IF.

       LOAD-ABSENCE-COUNTS.
           MOVE "N" TO ATTEND-EOF-FLAG
           OPEN INPUT ATTENDANCE-FILE
           IF ATTENDANCE-STATUS = "00"
               PERFORM UNTIL ATTEND-AT-END
                   READ ATTENDANCE-FILE
                       AT END SET ATTEND-AT-END TO TRUE
                       NOT AT END
                           IF ATT-ABSENT AND
                              ATT-SECTION-ID = LK-SECTION-ID
                               PERFORM COUNT-ONE-ABSENCE
                           END-IF
                   END-READ
