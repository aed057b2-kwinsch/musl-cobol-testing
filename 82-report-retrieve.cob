       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-RETRIEVE.

      *> Report reprint off the report repository, in the
      *> ARCHIVE-RETRIEVE inquiry style: the operator names a report
      *> (its output file, as on the distribution table) and a
      *> business date - blank for the latest copy filed - and the
      *> index (report-index.dat, RPTINDEX) says which repository
      *> copy REPORT-FILE filed for it. The copy is pulled into a
      *> work file through the system shell (the dialect reads an
      *> unquoted ASSIGN name as a system DD name, so the
      *> repository's dated names can't be OPENed directly) and
      *> reprinted to report-reprint.txt behind a banner saying
      *> what it is a reprint of. With no copy for the date asked,
      *> the dates on file for that report are listed instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEX-FILE ASSIGN TO "report-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INDEX-FILE-STATUS.
           SELECT DISTRIBUTION-FILE ASSIGN TO "report-distribution.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRIBUTION-STATUS.
           SELECT WORK-FILE ASSIGN TO "report-retrieve.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-FILE-STATUS.
           SELECT REPRINT-FILE ASSIGN TO "report-reprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEX-FILE.
       COPY RPTINDEX.

       FD DISTRIBUTION-FILE.
       COPY RPTDIST.

       FD WORK-FILE.
       01 WORK-LINE           PIC X(200).

       FD REPRINT-FILE.
       01 REPRINT-LINE        PIC X(200).

       WORKING-STORAGE SECTION.
       01 INDEX-FILE-STATUS   PIC X(2).
       01 DISTRIBUTION-STATUS PIC X(2).
       01 WORK-FILE-STATUS    PIC X(2).
       01 REPRINT-STATUS      PIC X(2).

       01 INDEX-EOF-FLAG      PIC X VALUE "N".
          88 INDEX-AT-END     VALUE "Y".
       01 DISTRIBUTION-EOF-FLAG PIC X VALUE "N".
          88 DISTRIBUTION-AT-END VALUE "Y".
       01 WORK-EOF-FLAG       PIC X VALUE "N".
          88 WORK-AT-END      VALUE "Y".

       01 SEARCH-REPORT       PIC X(30).
       01 SEARCH-DATE         PIC X(8).

      *> The index entry chosen: the one for the date asked, or the
      *> latest one filed when no date was given.
       01 FOUND-FLAG          PIC X VALUE "N".
          88 COPY-WAS-FOUND   VALUE "Y".
       01 FOUND-DATE          PIC X(8).
       01 FOUND-JOB-NAME      PIC X(20).
       01 FOUND-PAGE-COUNT    PIC 9(5).
       01 FOUND-LINE-COUNT    PIC 9(7).
       01 FOUND-REPOSITORY-NAME PIC X(50).
       01 FOUND-DEPARTMENTS   PIC X(60) VALUE SPACES.

       01 DATES-ON-FILE       PIC 9(4) VALUE 0.
       01 PAGE-COUNT-ED       PIC ZZZZ9.
       01 PULL-COMMAND        PIC X(120).
       01 CLEANUP-COMMAND     PIC X(40).
       01 LINES-REPRINTED     PIC 9(7) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "REPORT-RETRIEVE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Report Reprint"
           DISPLAY "==============="

           DISPLAY "Report (output file name): "
           MOVE SPACES TO SEARCH-REPORT
           ACCEPT SEARCH-REPORT

           IF SEARCH-REPORT = SPACES
               DISPLAY "No report entered."
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Business date (YYYYMMDD, blank for latest): "
           MOVE SPACES TO SEARCH-DATE
           ACCEPT SEARCH-DATE

           PERFORM SCAN-THE-INDEX

           IF NOT COPY-WAS-FOUND
               DISPLAY " "
               IF DATES-ON-FILE = 0
                   DISPLAY "No copies of " SEARCH-REPORT
                       " on the report repository."
               ELSE
                   DISPLAY "No copy filed for " SEARCH-DATE
                       " - the dates listed above are on file."
               END-IF
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOOK-UP-DISTRIBUTION

           MOVE "rm -f report-retrieve.work" TO CLEANUP-COMMAND
           CALL "SYSTEM" USING CLEANUP-COMMAND
           MOVE SPACES TO PULL-COMMAND
           STRING "cp " DELIMITED BY SIZE
               FOUND-REPOSITORY-NAME DELIMITED BY SPACE
               " report-retrieve.work" DELIMITED BY SIZE
               INTO PULL-COMMAND
           END-STRING
           CALL "SYSTEM" USING PULL-COMMAND

           PERFORM WRITE-THE-REPRINT

           CALL "SYSTEM" USING CLEANUP-COMMAND

           MOVE FOUND-PAGE-COUNT TO PAGE-COUNT-ED
           DISPLAY " "
           DISPLAY "Report:           " SEARCH-REPORT
           DISPLAY "Business date:    " FOUND-DATE
           DISPLAY "Produced by:      " FOUND-JOB-NAME
           DISPLAY "Pages:            " PAGE-COUNT-ED
           DISPLAY "Distributed to:   " FOUND-DEPARTMENTS
           DISPLAY "Lines reprinted:  " LINES-REPRINTED
           DISPLAY "Wrote report-reprint.txt"

           IF LINES-REPRINTED NOT = FOUND-LINE-COUNT
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Reprint of " DELIMITED BY SIZE
                   SEARCH-REPORT DELIMITED BY SPACE
                   " " FOUND-DATE " does not match the lines "
                   "indexed" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           ELSE
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Every index entry for the report is listed; the one for the
      *> date asked (or the latest, with no date) is kept.
       SCAN-THE-INDEX.
           OPEN INPUT INDEX-FILE
           IF INDEX-FILE-STATUS NOT = "00"
               DISPLAY "No report-index.dat on file - REPORT-FILE "
                   "indexes reports as it files them."
               SET JOB-RC-WARNING TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY " "
           PERFORM UNTIL INDEX-AT-END
               READ INDEX-FILE
                   AT END SET INDEX-AT-END TO TRUE
                   NOT AT END
                       IF RI-REPORT-FILE = SEARCH-REPORT
                           PERFORM CHECK-ONE-INDEX-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       CHECK-ONE-INDEX-ENTRY.
           ADD 1 TO DATES-ON-FILE
           MOVE RI-PAGE-COUNT TO PAGE-COUNT-ED
           DISPLAY "  on file: " RI-BUSINESS-DATE " "
               PAGE-COUNT-ED " pages"
           IF (SEARCH-DATE = SPACES AND
               (NOT COPY-WAS-FOUND OR RI-BUSINESS-DATE > FOUND-DATE))
              OR RI-BUSINESS-DATE = SEARCH-DATE
               SET COPY-WAS-FOUND TO TRUE
               MOVE RI-BUSINESS-DATE   TO FOUND-DATE
               MOVE RI-JOB-NAME        TO FOUND-JOB-NAME
               MOVE RI-PAGE-COUNT      TO FOUND-PAGE-COUNT
               MOVE RI-LINE-COUNT      TO FOUND-LINE-COUNT
               MOVE RI-REPOSITORY-NAME TO FOUND-REPOSITORY-NAME
           END-IF.

      *> Who the report goes to today, for the banner. A report
      *> since dropped from the table reprints without one.
       LOOK-UP-DISTRIBUTION.
           OPEN INPUT DISTRIBUTION-FILE
           IF DISTRIBUTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DISTRIBUTION-AT-END
               READ DISTRIBUTION-FILE
                   AT END SET DISTRIBUTION-AT-END TO TRUE
                   NOT AT END
                       IF RD-REPORT-FILE = SEARCH-REPORT
                           MOVE RD-DEPARTMENTS TO FOUND-DEPARTMENTS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-FILE.

       WRITE-THE-REPRINT.
           OPEN INPUT WORK-FILE
           IF WORK-FILE-STATUS NOT = "00"
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Indexed copy " DELIMITED BY SIZE
                   FOUND-REPOSITORY-NAME DELIMITED BY SPACE
                   " could not be read back" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPRINT-FILE
           MOVE SPACES TO REPRINT-LINE
           STRING "*** REPRINT OF " DELIMITED BY SIZE
               SEARCH-REPORT DELIMITED BY SPACE
               " FOR BUSINESS DATE " FOUND-DATE
               " - PRODUCED BY " DELIMITED BY SIZE
               FOUND-JOB-NAME DELIMITED BY SPACE
               " ***" DELIMITED BY SIZE
               INTO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           STRING "*** DISTRIBUTION: " DELIMITED BY SIZE
               FOUND-DEPARTMENTS DELIMITED BY "  "
               " ***" DELIMITED BY SIZE
               INTO REPRINT-LINE
           WRITE REPRINT-LINE
           MOVE SPACES TO REPRINT-LINE
           WRITE REPRINT-LINE

           CLOSE REPRINT-FILE

      *> The copy itself is appended by the shell, byte for byte,
      *> so page throws and any other carriage control the report
      *> was printed with come back exactly; it is read here only
      *> to be counted against the index.
           PERFORM UNTIL WORK-AT-END
               READ WORK-FILE
                   AT END SET WORK-AT-END TO TRUE
                   NOT AT END ADD 1 TO LINES-REPRINTED
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           MOVE SPACES TO PULL-COMMAND
           STRING "cat report-retrieve.work >> report-reprint.txt"
               DELIMITED BY SIZE INTO PULL-COMMAND
           CALL "SYSTEM" USING PULL-COMMAND.
