       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-ADJ-WRITER.

      *> Shared prior-period adjustment appender, in the
      *> ARCHIVE-CATALOG style. A posting job that meets an item
      *> dated in a closed month CALLs here with a
      *> PRIOR-PERIOD-ADJ-RECORD it has filled in; the record is
      *> given the next adjustment number, marked pending, and
      *> appended to prior-period-adjust.dat, and the number is
      *> handed back in PPA-ADJ-ID. The highest number on file is
      *> found on the first call of the run and counted on from
      *> there - jobs run one at a time under the run lock, so no
      *> two can hand out the same number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-FILE ASSIGN TO "prior-period-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUST-FILE.
       01 ADJUST-FILE-RECORD.
          05 ADJ-FILE-ID-X     PIC X(6).
          05 ADJ-FILE-ID REDEFINES ADJ-FILE-ID-X
                               PIC 9(6).
          05 FILLER            PIC X(155).

       WORKING-STORAGE SECTION.
       01 WS-ADJUST-STATUS     PIC X(2).
       01 WS-ADJUST-EOF-FLAG   PIC X VALUE "N".
          88 WS-ADJUST-AT-END  VALUE "Y".
       01 WS-NUMBERING-FLAG    PIC X VALUE "N".
          88 WS-NUMBERING-KNOWN VALUE "Y".
       01 WS-LAST-ADJ-ID       PIC 9(6) VALUE 0.

       LINKAGE SECTION.
       COPY PPADJ.

       PROCEDURE DIVISION USING PRIOR-PERIOD-ADJ-RECORD.
       MAIN-LOGIC.
           IF NOT WS-NUMBERING-KNOWN
               PERFORM FIND-LAST-ADJ-ID
               SET WS-NUMBERING-KNOWN TO TRUE
           END-IF

           ADD 1 TO WS-LAST-ADJ-ID
           MOVE WS-LAST-ADJ-ID TO PPA-ADJ-ID
           SET PPA-PENDING TO TRUE
           MOVE SPACES TO PPA-ACTION-DATE
           MOVE SPACES TO PPA-BOOKED-PERIOD
           MOVE SPACES TO PPA-APPROVED-BY

           OPEN EXTEND ADJUST-FILE
           IF WS-ADJUST-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-FILE
           END-IF
           IF WS-ADJUST-STATUS = "00"
               WRITE ADJUST-FILE-RECORD FROM PRIOR-PERIOD-ADJ-RECORD
               CLOSE ADJUST-FILE
           END-IF

           GOBACK.

       FIND-LAST-ADJ-ID.
           OPEN INPUT ADJUST-FILE
           IF WS-ADJUST-STATUS = "00"
               PERFORM UNTIL WS-ADJUST-AT-END
                   READ ADJUST-FILE
                       AT END SET WS-ADJUST-AT-END TO TRUE
                       NOT AT END
                           IF ADJ-FILE-ID-X IS NUMERIC AND
                              ADJ-FILE-ID > WS-LAST-ADJ-ID
                               MOVE ADJ-FILE-ID TO WS-LAST-ADJ-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF.
