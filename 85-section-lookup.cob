       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-LOOKUP.

      *> Shared course-section lookup for the grading programs, the
      *> way PROC-DATE is the one place the business date is read:
      *> given a section ID it returns that section's
      *> course-catalog.dat record for the term in grading-term.ctl
      *> (with no term record on file, the first record for the
      *> section), and a found flag of "Y" or "N". Each grading job
      *> works one section at a time, named by GRADING-SECTION in
      *> the environment, and every one of them needs the same
      *> answer to "which course is this, and how many credit
      *> hours".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "course-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT TERM-FILE ASSIGN TO "grading-term.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOG-FILE.
       01 CATALOG-LINE        PIC X(66).

       FD TERM-FILE.
       01 TERM-RECORD.
          05 TERM-ID           PIC X(8).
          05 FILLER            PIC X(34).

       WORKING-STORAGE SECTION.
       01 CATALOG-STATUS      PIC X(2).
       01 TERM-FILE-STATUS    PIC X(2).
       01 CATALOG-EOF-FLAG    PIC X.
          88 CATALOG-AT-END   VALUE "Y".
       01 LOOKUP-TERM-ID      PIC X(8).

       LINKAGE SECTION.
       01 LOOKUP-SECTION-ID   PIC X(10).
       COPY CRSCAT.
       01 LOOKUP-FOUND-FLAG   PIC X.

       PROCEDURE DIVISION USING LOOKUP-SECTION-ID
                                COURSE-CATALOG-RECORD
                                LOOKUP-FOUND-FLAG.
       MAIN-LOGIC.
           MOVE "N" TO LOOKUP-FOUND-FLAG
           MOVE SPACES TO COURSE-CATALOG-RECORD
           MOVE SPACES TO LOOKUP-TERM-ID

           OPEN INPUT TERM-FILE
           IF TERM-FILE-STATUS = "00"
               READ TERM-FILE
                   AT END CONTINUE
               END-READ
               IF TERM-FILE-STATUS = "00"
                   MOVE TERM-ID TO LOOKUP-TERM-ID
               END-IF
               CLOSE TERM-FILE
           END-IF

           MOVE "N" TO CATALOG-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM UNTIL CATALOG-AT-END
               READ CATALOG-FILE
                   AT END SET CATALOG-AT-END TO TRUE
                   NOT AT END
                       MOVE CATALOG-LINE TO COURSE-CATALOG-RECORD
                       IF CC-SECTION-ID = LOOKUP-SECTION-ID AND
                          (LOOKUP-TERM-ID = SPACES OR
                           CC-TERM-ID = LOOKUP-TERM-ID)
                           MOVE "Y" TO LOOKUP-FOUND-FLAG
                           SET CATALOG-AT-END TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           IF LOOKUP-FOUND-FLAG = "N"
               MOVE SPACES TO COURSE-CATALOG-RECORD
           END-IF

           GOBACK.
