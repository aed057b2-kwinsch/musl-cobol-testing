       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-PURGE.

      *> Personal-data purge. When a customer asks for their
      *> personal data to be erased, this job replaces the name and
      *> address with a placeholder everywhere this system keeps
      *> them, while the customer ID and every balance and journal
      *> stay exactly as they were for the books. The placeholder
      *> is "PURGED-" and the ID, so it stays unique and the
      *> cross-reference still resolves one name to one ID.
      *>
      *> Where the data lives, and how each place is matched:
      *>   customer-master.idx   - the record, by ID
      *>   customer-address.idx  - the record, by ID (street set
      *>                           to PURGED, the rest blanked)
      *>   cust-id-xref.dat      - every entry for the ID
      *>   cust-maint-audit.txt  - every image of the ID
      *>   cust-addr-audit.txt   - every image of the ID
      *>   account-hierarchy-audit.txt - every image of the ID
      *>                           as a branch
      *>   customer-audit.txt    - kept by name: every record
      *>                           under a name the master or the
      *>                           cross-reference gives the ID
      *>   archived cuts of customer-audit.txt listed on
      *>   archive-catalog.dat   - the same, cut by cut
      *>   filed report copies on report-index.dat - the report
      *>                           text, wherever one of those
      *>                           names appears in it
      *>   credit-hold-track.dat - kept by name; an account on it
      *>                           is on open hold, and is refused
      *> The sequential files are rewritten through a work file and
      *> swapped into place through the system shell, the way
      *> AUDIT-ARCHIVE cuts customer-audit.txt (the dialect reads
      *> an unquoted ASSIGN name as a DD name, so archive cuts
      *> named on the catalog can't be OPENed directly).
      *>
      *> A purge is refused while the account carries a non-zero
      *> balance or an open credit hold, or once it has already
      *> been purged. Every file a purge changed is written to
      *> cust-purge-register.txt - when, by whom, under which
      *> request, and how many records - which is permanent: no
      *> retention job cuts it.
      *>
      *> cust-purge-trans.txt: columns 1-6 the customer ID, 9-16
      *> the operator ID applying the purge (required), 19-38 the
      *> reference of the customer's erasure request.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-TRANS-FILE ASSIGN TO "cust-purge-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-TRANS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "customer-address.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-id-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT HOLD-TRACK-FILE ASSIGN TO "credit-hold-track.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TRACK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "archive-catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT REPORT-INDEX-FILE ASSIGN TO "report-index.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-INDEX-STATUS.
           SELECT PURGE-IN-FILE ASSIGN TO "cust-purge-in.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-IN-STATUS.
           SELECT PURGE-OUT-FILE ASSIGN TO "cust-purge-out.work"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PURGE-OUT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "cust-purge-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PURGE-TRANS-FILE.
       01 PURGE-TRANS-RECORD.
          05 PT-CUST-ID-X     PIC X(6).
          05 PT-CUST-ID REDEFINES PT-CUST-ID-X
                              PIC 9(6).
          05 FILLER           PIC X(2).
          05 PT-OPERATOR-ID   PIC X(8).
          05 FILLER           PIC X(2).
          05 PT-REQUEST-REF   PIC X(20).

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD ADDRESS-FILE.
       COPY ADDRREC.

       FD XREF-FILE.
       COPY IDXREF.

      *> JSON-DEMO's persisted credit-hold list, kept by name.
       FD HOLD-TRACK-FILE.
       01 HOLD-TRACK-RECORD.
          05 HTR-CUST-NAME    PIC X(50).
          05 FILLER           PIC X(30).

       FD CATALOG-FILE.
       COPY ARCCAT.

       FD REPORT-INDEX-FILE.
       COPY RPTINDEX.

       FD PURGE-IN-FILE.
       01 PURGE-IN-LINE       PIC X(200).

       FD PURGE-OUT-FILE.
       01 PURGE-OUT-LINE      PIC X(200).

      *> One line per file a purge changed.
       FD REGISTER-FILE.
       01 PURGE-REGISTER-RECORD.
          05 PG-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 PG-CUST-ID       PIC 9(6).
          05 FILLER           PIC X(1).
          05 PG-OPERATOR-ID   PIC X(8).
          05 FILLER           PIC X(1).
          05 PG-REQUEST-REF   PIC X(20).
          05 FILLER           PIC X(1).
          05 PG-FILE-NAME     PIC X(50).
          05 FILLER           PIC X(1).
          05 PG-RECORD-COUNT  PIC 9(6).

       WORKING-STORAGE SECTION.
       01 PURGE-TRANS-STATUS  PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).
       01 ADDRESS-FILE-STATUS PIC X(2).
       01 XREF-FILE-STATUS    PIC X(2).
       01 HOLD-TRACK-STATUS   PIC X(2).
       01 CATALOG-STATUS      PIC X(2).
       01 REPORT-INDEX-STATUS PIC X(2).
       01 PURGE-IN-STATUS     PIC X(2).
       01 PURGE-OUT-STATUS    PIC X(2).
       01 REGISTER-FILE-STATUS PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 XREF-EOF-FLAG       PIC X VALUE "N".
          88 XREF-AT-END      VALUE "Y".
       01 HOLD-EOF-FLAG       PIC X VALUE "N".
          88 HOLD-AT-END      VALUE "Y".
       01 CATALOG-EOF-FLAG    PIC X VALUE "N".
          88 CATALOG-AT-END   VALUE "Y".
       01 REPORT-INDEX-EOF-FLAG PIC X VALUE "N".
          88 REPORT-INDEX-AT-END VALUE "Y".
       01 PURGE-IN-EOF-FLAG   PIC X VALUE "N".
          88 PURGE-IN-AT-END  VALUE "Y".
       01 ADDRESS-FILE-FLAG   PIC X VALUE "N".
          88 HAVE-ADDRESS-FILE VALUE "Y".

      *> Every name this account has gone by here: the master's,
      *> and each the cross-reference maps to the ID (a merge
      *> repoints the losing account's names at the survivor).
       01 NAME-COUNT PIC S9(4) COMP VALUE 0.
       01 NAME-TABLE.
          05 NAME-ENTRY OCCURS 0 TO 20 TIMES
                        DEPENDING ON NAME-COUNT
                        INDEXED BY NAME-IDX.
             10 NT-CUST-NAME  PIC X(50).
       01 NAME-MATCH-FLAG     PIC X.
          88 NAME-IS-KNOWN    VALUE "Y".
       01 MATCH-NAME          PIC X(50).
       01 NAME-LENGTH         PIC 9(3).
       01 NAME-HITS           PIC 9(4).

       01 PURGE-ID-X          PIC X(6).
       01 PURGE-NAME          PIC X(50).
       01 REFUSE-REASON       PIC X(30).
       01 HOLD-FLAG           PIC X.
          88 ACCOUNT-ON-HOLD  VALUE "Y".

      *> Parameters for one pass of PURGE-LINE-FILE: the file, and
      *> where in its lines the ID, the name, and the address
      *> block sit (zero when the file has none). A file with no
      *> ID position is matched on the name; one with neither is
      *> report text, scrubbed wherever one of the names appears.
       01 LINE-FILE-NAME      PIC X(50).
       01 LINE-ID-POS         PIC 9(3).
       01 LINE-NAME-POS       PIC 9(3).
       01 LINE-ADDRESS-POS    PIC 9(3).
       01 LINE-MATCH-FLAG     PIC X.
          88 LINE-MATCHES     VALUE "Y".
       01 LINES-CHANGED       PIC 9(6).
       01 FILE-COMMAND        PIC X(200).

       01 FILES-TOUCHED       PIC 9(4).
       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 PURGED-COUNT        PIC 9(4) VALUE 0.
       01 REFUSED-COUNT       PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CUST-PURGE".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Customer Personal-Data Purge"
           DISPLAY "============================="
           DISPLAY " "

           OPEN INPUT PURGE-TRANS-FILE
           IF PURGE-TRANS-STATUS NOT = "00"
               DISPLAY "No cust-purge-trans.txt on file - "
                   "nothing to purge."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "customer-master.idx not found - run "
                   "CUST-MASTER-LOAD first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE PURGE-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ADDRESS-FILE
           IF ADDRESS-FILE-STATUS = "00"
               SET HAVE-ADDRESS-FILE TO TRUE
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF REGISTER-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open cust-purge-register.txt, "
                   "status " REGISTER-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE PURGE-TRANS-FILE
               CLOSE CUSTOMER-MASTER
               IF HAVE-ADDRESS-FILE
                   CLOSE ADDRESS-FILE
               END-IF
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ PURGE-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END
                       IF PURGE-TRANS-RECORD NOT = SPACES
                           PERFORM APPLY-ONE-PURGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PURGE-TRANS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE REGISTER-FILE
           IF HAVE-ADDRESS-FILE
               CLOSE ADDRESS-FILE
           END-IF

           DISPLAY "Purge requests read: " TRANS-COUNT
           DISPLAY "Purged:              " PURGED-COUNT
           DISPLAY "Refused:             " REFUSED-COUNT

           IF REFUSED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
           END-IF
           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Every check is made before anything is changed, so a
      *> refused purge leaves every file exactly as it was.
       APPLY-ONE-PURGE.
           ADD 1 TO TRANS-COUNT
           IF PT-CUST-ID-X IS NOT NUMERIC OR
              PT-OPERATOR-ID = SPACES
               MOVE "incomplete purge request" TO REFUSE-REASON
               PERFORM REFUSE-PURGE
               EXIT PARAGRAPH
           END-IF

           MOVE PT-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "not on the master" TO REFUSE-REASON
                   PERFORM REFUSE-PURGE
                   EXIT PARAGRAPH
           END-READ

           MOVE PT-CUST-ID TO PURGE-ID-X
           MOVE SPACES TO PURGE-NAME
           STRING "PURGED-" PURGE-ID-X
               DELIMITED BY SIZE INTO PURGE-NAME
           IF CM-CUST-NAME = PURGE-NAME
               MOVE "already purged" TO REFUSE-REASON
               PERFORM REFUSE-PURGE
               EXIT PARAGRAPH
           END-IF
           IF CM-CUST-BALANCE NOT = 0
               MOVE "balance is not zero" TO REFUSE-REASON
               PERFORM REFUSE-PURGE
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-ACCOUNT-NAMES
           PERFORM CHECK-OPEN-HOLD
           IF ACCOUNT-ON-HOLD
               MOVE "open credit hold" TO REFUSE-REASON
               PERFORM REFUSE-PURGE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO FILES-TOUCHED
           PERFORM PURGE-MASTER-RECORD
           PERFORM PURGE-ADDRESS-RECORD
           PERFORM PURGE-SEQUENTIAL-FILES
           PERFORM PURGE-ARCHIVE-CUTS
           PERFORM PURGE-FILED-REPORTS
           ADD 1 TO PURGED-COUNT
           DISPLAY "Purged " PURGE-ID-X " - " FILES-TOUCHED
               " files changed".

       REFUSE-PURGE.
           ADD 1 TO REFUSED-COUNT
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Purge of " DELIMITED BY SIZE
               PT-CUST-ID-X DELIMITED BY SIZE
               " refused - " DELIMITED BY SIZE
               REFUSE-REASON DELIMITED BY "  "
               " (request " DELIMITED BY SIZE
               PT-REQUEST-REF DELIMITED BY "  "
               ")" DELIMITED BY SIZE
               INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> The master's name plus every cross-reference name for the
      *> ID, without repeats.
       COLLECT-ACCOUNT-NAMES.
           MOVE 0 TO NAME-COUNT
           MOVE CM-CUST-NAME TO MATCH-NAME
           PERFORM ADD-ACCOUNT-NAME
           MOVE "N" TO XREF-EOF-FLAG
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS = "00"
               PERFORM UNTIL XREF-AT-END
                   READ XREF-FILE
                       AT END SET XREF-AT-END TO TRUE
                       NOT AT END
                           IF XREF-REC-ID = PT-CUST-ID
                               MOVE XREF-REC-NAME TO MATCH-NAME
                               PERFORM ADD-ACCOUNT-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       ADD-ACCOUNT-NAME.
           PERFORM CHECK-KNOWN-NAME
           IF NOT NAME-IS-KNOWN AND NAME-COUNT < 20 AND
              MATCH-NAME NOT = SPACES
               ADD 1 TO NAME-COUNT
               MOVE MATCH-NAME TO NT-CUST-NAME(NAME-COUNT)
           END-IF.

      *> Sets NAME-IS-KNOWN when MATCH-NAME is one of the account's
      *> names.
       CHECK-KNOWN-NAME.
           MOVE "N" TO NAME-MATCH-FLAG
           IF NAME-COUNT > 0
               SET NAME-IDX TO 1
               SEARCH NAME-ENTRY
                   AT END CONTINUE
                   WHEN NT-CUST-NAME(NAME-IDX) = MATCH-NAME
                       SET NAME-IS-KNOWN TO TRUE
               END-SEARCH
           END-IF.

       CHECK-OPEN-HOLD.
           MOVE "N" TO HOLD-FLAG
           MOVE "N" TO HOLD-EOF-FLAG
           OPEN INPUT HOLD-TRACK-FILE
           IF HOLD-TRACK-STATUS = "00"
               PERFORM UNTIL HOLD-AT-END
                   READ HOLD-TRACK-FILE
                       AT END SET HOLD-AT-END TO TRUE
                       NOT AT END
                           MOVE HTR-CUST-NAME TO MATCH-NAME
                           PERFORM CHECK-KNOWN-NAME
                           IF NAME-IS-KNOWN
                               SET ACCOUNT-ON-HOLD TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-TRACK-FILE
           END-IF.

      *> The master record is still in the FD buffer from the
      *> checks.
       PURGE-MASTER-RECORD.
           MOVE PURGE-NAME TO CM-CUST-NAME
           REWRITE CUSTOMER-MASTER-RECORD
           IF CUST-MASTER-STATUS = "00"
               MOVE "customer-master.idx" TO LINE-FILE-NAME
               MOVE 1 TO LINES-CHANGED
               PERFORM WRITE-REGISTER-LINE
           ELSE
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not rewrite master record for ID "
                   PURGE-ID-X ", status " CUST-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
           END-IF.

       PURGE-ADDRESS-RECORD.
           IF NOT HAVE-ADDRESS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE PT-CUST-ID TO CA-CUST-ID
           READ ADDRESS-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "PURGED" TO CA-STREET
           MOVE SPACES   TO CA-CITY
           MOVE SPACES   TO CA-REGION
           MOVE SPACES   TO CA-POSTAL-CODE
           MOVE SPACES   TO CA-COUNTRY
           REWRITE CUSTOMER-ADDRESS-RECORD
           IF ADDRESS-FILE-STATUS = "00"
               MOVE "customer-address.idx" TO LINE-FILE-NAME
               MOVE 1 TO LINES-CHANGED
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *> Column positions follow each file's record layout: IDXREF;
      *> CUST-MAINT's, ADDR-MAINT's and HIER-MAINT's audit images;
      *> AUDITREC.
       PURGE-SEQUENTIAL-FILES.
           MOVE "cust-id-xref.dat" TO LINE-FILE-NAME
           MOVE 1  TO LINE-ID-POS
           MOVE 9  TO LINE-NAME-POS
           MOVE 0  TO LINE-ADDRESS-POS
           PERFORM PURGE-LINE-FILE

           MOVE "cust-maint-audit.txt" TO LINE-FILE-NAME
           MOVE 35 TO LINE-ID-POS
           MOVE 42 TO LINE-NAME-POS
           MOVE 0  TO LINE-ADDRESS-POS
           PERFORM PURGE-LINE-FILE

           MOVE "cust-addr-audit.txt" TO LINE-FILE-NAME
           MOVE 35 TO LINE-ID-POS
           MOVE 0  TO LINE-NAME-POS
           MOVE 42 TO LINE-ADDRESS-POS
           PERFORM PURGE-LINE-FILE

           MOVE "account-hierarchy-audit.txt" TO LINE-FILE-NAME
           MOVE 35 TO LINE-ID-POS
           MOVE 49 TO LINE-NAME-POS
           MOVE 0  TO LINE-ADDRESS-POS
           PERFORM PURGE-LINE-FILE

           MOVE "customer-audit.txt" TO LINE-FILE-NAME
           MOVE 0  TO LINE-ID-POS
           MOVE 28 TO LINE-NAME-POS
           MOVE 0  TO LINE-ADDRESS-POS
           PERFORM PURGE-LINE-FILE.

      *> Every catalogued cut of customer-audit.txt, laid out as the
      *> live file is.
       PURGE-ARCHIVE-CUTS.
           MOVE "N" TO CATALOG-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CATALOG-AT-END
               READ CATALOG-FILE
                   AT END SET CATALOG-AT-END TO TRUE
                   NOT AT END
                       IF CAT-SOURCE-FILE = "customer-audit.txt"
                           MOVE CAT-ARCHIVE-NAME TO LINE-FILE-NAME
                           MOVE 0  TO LINE-ID-POS
                           MOVE 28 TO LINE-NAME-POS
                           MOVE 0  TO LINE-ADDRESS-POS
                           PERFORM PURGE-LINE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *> Every report copy REPORT-FILE has filed. Report layouts
      *> differ, so the text is searched for the names rather than
      *> read at a fixed position.
       PURGE-FILED-REPORTS.
           MOVE "N" TO REPORT-INDEX-EOF-FLAG
           OPEN INPUT REPORT-INDEX-FILE
           IF REPORT-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REPORT-INDEX-AT-END
               READ REPORT-INDEX-FILE
                   AT END SET REPORT-INDEX-AT-END TO TRUE
                   NOT AT END
                       MOVE RI-REPOSITORY-NAME TO LINE-FILE-NAME
                       MOVE 0 TO LINE-ID-POS
                       MOVE 0 TO LINE-NAME-POS
                       MOVE 0 TO LINE-ADDRESS-POS
                       PERFORM PURGE-LINE-FILE
               END-READ
           END-PERFORM
           CLOSE REPORT-INDEX-FILE.

      *> One sequential file: copied to the work file, each line
      *> for the account rewritten with the placeholder, and the
      *> result swapped back over the original only when a line
      *> actually changed. A file not on disk is simply skipped.
       PURGE-LINE-FILE.
           MOVE 0 TO LINES-CHANGED
           MOVE SPACES TO FILE-COMMAND
           STRING "rm -f cust-purge-in.work cust-purge-out.work; "
               "cp " DELIMITED BY SIZE
               LINE-FILE-NAME DELIMITED BY SPACE
               " cust-purge-in.work 2>/dev/null"
               DELIMITED BY SIZE INTO FILE-COMMAND
           CALL "SYSTEM" USING FILE-COMMAND

           MOVE "N" TO PURGE-IN-EOF-FLAG
           OPEN INPUT PURGE-IN-FILE
           IF PURGE-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PURGE-OUT-FILE
           PERFORM UNTIL PURGE-IN-AT-END
               READ PURGE-IN-FILE
                   AT END SET PURGE-IN-AT-END TO TRUE
                   NOT AT END PERFORM PURGE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE PURGE-IN-FILE
           CLOSE PURGE-OUT-FILE

           MOVE SPACES TO FILE-COMMAND
           IF LINES-CHANGED > 0
               STRING "mv cust-purge-out.work " DELIMITED BY SIZE
                   LINE-FILE-NAME DELIMITED BY SPACE
                   "; rm -f cust-purge-in.work"
                   DELIMITED BY SIZE INTO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
               PERFORM WRITE-REGISTER-LINE
           ELSE
               STRING "rm -f cust-purge-in.work cust-purge-out.work"
                   DELIMITED BY SIZE INTO FILE-COMMAND
               CALL "SYSTEM" USING FILE-COMMAND
           END-IF.

       PURGE-ONE-LINE.
           MOVE PURGE-IN-LINE TO PURGE-OUT-LINE
           MOVE "N" TO LINE-MATCH-FLAG
           EVALUATE TRUE
               WHEN LINE-ID-POS > 0
                   IF PURGE-IN-LINE(LINE-ID-POS:6) = PURGE-ID-X
                       SET LINE-MATCHES TO TRUE
                   END-IF
               WHEN LINE-NAME-POS > 0
                   MOVE PURGE-IN-LINE(LINE-NAME-POS:50) TO MATCH-NAME
                   PERFORM CHECK-KNOWN-NAME
                   IF NAME-IS-KNOWN
                       SET LINE-MATCHES TO TRUE
                   END-IF
               WHEN OTHER
                   PERFORM VARYING NAME-IDX FROM 1 BY 1
                           UNTIL NAME-IDX > NAME-COUNT
                       PERFORM SCRUB-ONE-NAME
                   END-PERFORM
           END-EVALUATE

           IF LINE-MATCHES
               IF LINE-NAME-POS > 0
                   MOVE PURGE-NAME TO PURGE-OUT-LINE(LINE-NAME-POS:50)
               END-IF
               IF LINE-ADDRESS-POS > 0
                   MOVE SPACES TO PURGE-OUT-LINE(LINE-ADDRESS-POS:94)
                   MOVE "PURGED" TO PURGE-OUT-LINE(LINE-ADDRESS-POS:6)
               END-IF
               ADD 1 TO LINES-CHANGED
           END-IF
           WRITE PURGE-OUT-LINE.

      *> Overwrites the name wherever it appears in a line of report
      *> text with the placeholder, cut to the name's own length so
      *> the report's columns stay where they were.
       SCRUB-ONE-NAME.
           COMPUTE NAME-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(NT-CUST-NAME(NAME-IDX) TRAILING))
           MOVE 0 TO NAME-HITS
           INSPECT PURGE-OUT-LINE TALLYING NAME-HITS
               FOR ALL NT-CUST-NAME(NAME-IDX)(1:NAME-LENGTH)
           IF NAME-HITS > 0
               INSPECT PURGE-OUT-LINE REPLACING
                   ALL NT-CUST-NAME(NAME-IDX)(1:NAME-LENGTH)
                   BY PURGE-NAME(1:NAME-LENGTH)
               SET LINE-MATCHES TO TRUE
           END-IF.

      *> LINE-FILE-NAME and LINES-CHANGED are set by the caller.
       WRITE-REGISTER-LINE.
           ADD 1 TO FILES-TOUCHED
           MOVE SPACES                TO PURGE-REGISTER-RECORD
           MOVE FUNCTION CURRENT-DATE TO PG-TIMESTAMP
           MOVE PT-CUST-ID            TO PG-CUST-ID
           MOVE PT-OPERATOR-ID        TO PG-OPERATOR-ID
           MOVE PT-REQUEST-REF        TO PG-REQUEST-REF
           MOVE LINE-FILE-NAME        TO PG-FILE-NAME
           MOVE LINES-CHANGED         TO PG-RECORD-COUNT
           WRITE PURGE-REGISTER-RECORD.

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
