       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-INTEGRITY.

      *> Weekly referential-integrity audit of the customer files.
      *> An account's data lives in five files kept by four
      *> programs - customer-master.idx (CUST-MASTER-LOAD and
      *> CUST-MAINT), cust-id-xref.dat (CUST-MASTER-LOAD and
      *> CUST-MAINT), customer-address.idx (ADDR-MAINT),
      *> cust-credit-limits.dat (CUST-MAINT) and
      *> credit-hold-track.dat (JSON-DEMO) - and merges and deletes
      *> on the master leave strays in the others. Every file is
      *> checked against the master:
      *>   - cust-id-xref.dat: a master ID with no xref entry. An
      *>     xref ID no longer on the master is not a stray - the
      *>     xref keeps every ID ever issued so it is never reused -
      *>     so those are only counted.
      *>   - customer-address.idx: an address for an ID not on the
      *>     master (typically a merged-away loser), and a master
      *>     account with no address to mail to.
      *>   - cust-credit-limits.dat: a limit for an ID not on the
      *>     master, and a second limit record for the same ID. An
      *>     account with no limit record is simply unlimited.
      *>   - credit-hold-track.dat (kept by name): a tracked name
      *>     the xref cannot resolve to an ID, and one whose ID is
      *>     no longer on the master.
      *> The exceptions print by file and reason on
      *> cust-integrity-report.txt; any exception at all ends the
      *> job with a warning, so the strays show in the JOBERR.LOG
      *> check and are cleaned up before a statement or refund goes
      *> to the wrong place. Report-only: nothing is updated, so it
      *> can be rerun freely.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT XREF-FILE ASSIGN TO "cust-id-xref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XREF-FILE-STATUS.
           SELECT ADDRESS-FILE ASSIGN TO "customer-address.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CA-CUST-ID
               FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT CREDIT-LIMIT-FILE
               ASSIGN TO "cust-credit-limits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDIT-LIMIT-STATUS.
           SELECT CREDIT-HOLD-TRACK-FILE
               ASSIGN TO "credit-hold-track.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-TRACK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "cust-integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD XREF-FILE.
       COPY IDXREF.

       FD ADDRESS-FILE.
       COPY ADDRREC.

       FD CREDIT-LIMIT-FILE.
       COPY CRLIMIT.

      *> JSON-DEMO's tracking record - only the name is needed here.
       FD CREDIT-HOLD-TRACK-FILE.
       01 CREDIT-HOLD-TRACK-RECORD.
          05 CHT-CUST-NAME       PIC X(50).
          05 FILLER              PIC X(2).
          05 CHT-FIRST-HOLD-DATE PIC X(8).
          05 FILLER              PIC X(2).
          05 CHT-LAST-BALANCE    PIC S9(8)V99.

       FD REPORT-FILE.
       01 REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS  PIC X(2).
       01 XREF-FILE-STATUS    PIC X(2).
       01 ADDRESS-FILE-STATUS PIC X(2).
       01 CREDIT-LIMIT-STATUS PIC X(2).
       01 HOLD-TRACK-STATUS   PIC X(2).

       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".
       01 XREF-EOF-FLAG       PIC X VALUE "N".
          88 XREF-AT-END      VALUE "Y".
       01 ADDRESS-EOF-FLAG    PIC X VALUE "N".
          88 ADDRESS-AT-END   VALUE "Y".
       01 LIMIT-EOF-FLAG      PIC X VALUE "N".
          88 LIMIT-AT-END     VALUE "Y".
       01 HOLD-TRACK-EOF-FLAG PIC X VALUE "N".
          88 HOLD-TRACK-AT-END VALUE "Y".

       01 XREF-FOUND-FLAG     PIC X VALUE "N".
          88 XREF-FILE-FOUND  VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).

      *> The master, in key order, with what the other files were
      *> found to hold for each account.
       01 MASTER-COUNT PIC S9(4) COMP VALUE 0.
       01 MASTER-TABLE.
          05 MASTER-ENTRY OCCURS 0 TO 2000 TIMES
                          DEPENDING ON MASTER-COUNT
                          INDEXED BY MS-IDX.
             10 MS-CUST-ID      PIC 9(6).
             10 MS-CUST-NAME    PIC X(50).
             10 MS-XREF-FLAG    PIC X.
                88 MS-HAS-XREF  VALUE "Y".
             10 MS-ADDRESS-FLAG PIC X.
                88 MS-HAS-ADDRESS VALUE "Y".
             10 MS-LIMIT-FLAG   PIC X.
                88 MS-HAS-LIMIT VALUE "Y".
       01 MASTER-TRUNCATED-FLAG PIC X VALUE "N".
          88 MASTER-TRUNCATED  VALUE "Y".

       01 XREF-COUNT PIC S9(4) COMP VALUE 0.
       01 XREF-TABLE.
          05 XREF-ENTRY OCCURS 0 TO 2000 TIMES
                        DEPENDING ON XREF-COUNT
                        INDEXED BY XR-IDX.
             10 XR-CUST-ID      PIC 9(6).
             10 XR-CUST-NAME    PIC X(50).

       01 MASTER-IDX-WORK     PIC S9(4) COMP.
       01 ON-MASTER-FLAG      PIC X.
          88 ID-ON-MASTER     VALUE "Y".
       01 CHECK-CUST-ID       PIC 9(6).

      *> One exception line: the ID (blank when the file holds only
      *> a name), the name, and the reason.
       01 EXCEPTION-ID        PIC X(6).
       01 EXCEPTION-NAME      PIC X(50).
       01 EXCEPTION-REASON    PIC X(34).

       01 SECTION-EXCEPTIONS  PIC 9(6).
       01 TOTAL-EXCEPTIONS    PIC 9(6) VALUE 0.
       01 XREF-NO-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 XREF-RESERVED-COUNT PIC 9(6) VALUE 0.
       01 ADDR-STRAY-COUNT    PIC 9(6) VALUE 0.
       01 ADDR-MISSING-COUNT  PIC 9(6) VALUE 0.
       01 LIMIT-STRAY-COUNT   PIC 9(6) VALUE 0.
       01 LIMIT-DUP-COUNT     PIC 9(6) VALUE 0.
       01 HOLD-NO-XREF-COUNT  PIC 9(6) VALUE 0.
       01 HOLD-STRAY-COUNT    PIC 9(6) VALUE 0.

       01 COUNT-ED            PIC ZZZ,ZZ9.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CUST-INTEGRITY".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "Customer File Integrity Audit"
           DISPLAY "============================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-XREF

           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTOMER FILE INTEGRITY AUDIT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN DATE: " TODAYS-DATE-TAG
               "    ACCOUNTS ON MASTER: " DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE MASTER-COUNT TO COUNT-ED
           MOVE COUNT-ED TO REPORT-LINE(43:7)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CHECK-XREF-FILE
           PERFORM CHECK-ADDRESS-FILE
           PERFORM CHECK-CREDIT-LIMIT-FILE
           PERFORM CHECK-HOLD-TRACK-FILE

           PERFORM WRITE-AUDIT-SUMMARY
           CLOSE REPORT-FILE

           MOVE MASTER-COUNT TO COUNT-ED
           DISPLAY "Accounts on master:   " COUNT-ED
           MOVE TOTAL-EXCEPTIONS TO COUNT-ED
           DISPLAY "Exceptions found:     " COUNT-ED

           IF TOTAL-EXCEPTIONS > 0
               SET JOB-RC-WARNING TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING FUNCTION TRIM(COUNT-ED)
                   " customer-file exceptions - see "
                   "cust-integrity-report.txt"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF

           DISPLAY "Report written to cust-integrity-report.txt"
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The master is the reference for every other check; without
      *> it there is nothing to audit against.
       LOAD-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "customer-master.idx not found - run "
                   "CUST-MASTER-LOAD first" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL MASTER-AT-END
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END SET MASTER-AT-END TO TRUE
                   NOT AT END
                       IF MASTER-COUNT < 2000
                           ADD 1 TO MASTER-COUNT
                           MOVE CM-CUST-ID
                               TO MS-CUST-ID(MASTER-COUNT)
                           MOVE CM-CUST-NAME
                               TO MS-CUST-NAME(MASTER-COUNT)
                           MOVE "N" TO MS-XREF-FLAG(MASTER-COUNT)
                           MOVE "N" TO MS-ADDRESS-FLAG(MASTER-COUNT)
                           MOVE "N" TO MS-LIMIT-FLAG(MASTER-COUNT)
                       ELSE
                           SET MASTER-TRUNCATED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER

      *> Past the table limit every later account would read as
      *> "not on master" - the audit would be noise, so it stops.
           IF MASTER-TRUNCATED
               SET JOB-RC-ERROR TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Master holds more than 2000 accounts - "
                   "integrity audit not run" DELIMITED BY SIZE
                   INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "ERROR: " ERRLOG-TEXT
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-XREF.
           OPEN INPUT XREF-FILE
           IF XREF-FILE-STATUS = "00"
               SET XREF-FILE-FOUND TO TRUE
               PERFORM UNTIL XREF-AT-END
                   READ XREF-FILE
                       AT END SET XREF-AT-END TO TRUE
                       NOT AT END
                           IF XREF-COUNT < 2000
                               ADD 1 TO XREF-COUNT
                               MOVE XREF-REC-ID
                                   TO XR-CUST-ID(XREF-COUNT)
                               MOVE XREF-REC-NAME
                                   TO XR-CUST-NAME(XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

      *> Sets ID-ON-MASTER (and MS-IDX) for CHECK-CUST-ID.
       FIND-ON-MASTER.
           MOVE "N" TO ON-MASTER-FLAG
           SET MS-IDX TO 1
           SEARCH MASTER-ENTRY
               AT END CONTINUE
               WHEN MS-CUST-ID(MS-IDX) = CHECK-CUST-ID
                   SET ID-ON-MASTER TO TRUE
           END-SEARCH.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ID"     TO REPORT-LINE(3:2)
           MOVE "NAME"   TO REPORT-LINE(11:4)
           MOVE "REASON" TO REPORT-LINE(63:6)
           WRITE REPORT-LINE
           MOVE 0 TO SECTION-EXCEPTIONS.

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE EXCEPTION-ID     TO REPORT-LINE(3:6)
           MOVE EXCEPTION-NAME   TO REPORT-LINE(11:50)
           MOVE EXCEPTION-REASON TO REPORT-LINE(63:34)
           WRITE REPORT-LINE
           ADD 1 TO SECTION-EXCEPTIONS
           ADD 1 TO TOTAL-EXCEPTIONS.

       WRITE-SECTION-CLEAN.
           IF SECTION-EXCEPTIONS = 0
               MOVE SPACES TO REPORT-LINE
               MOVE "NO EXCEPTIONS" TO REPORT-LINE(3:13)
               WRITE REPORT-LINE
           END-IF.

      *> A missing xref or address file leaves every account on the
      *> master without its entry, and they are listed as such.
       WRITE-FILE-NOT-FOUND.
           MOVE SPACES TO REPORT-LINE
           MOVE "FILE NOT FOUND" TO REPORT-LINE(3:14)
           WRITE REPORT-LINE.

      *> Master to xref: every account on the master must have the
      *> xref entry that reserves its ID. Xref to master: an ID
      *> that has left the master stays reserved, so it is counted
      *> for the summary but is not an exception.
       CHECK-XREF-FILE.
           MOVE "FILE: cust-id-xref.dat" TO REPORT-LINE
           WRITE REPORT-LINE
           IF NOT XREF-FILE-FOUND
               PERFORM WRITE-FILE-NOT-FOUND
           END-IF
           PERFORM WRITE-SECTION-HEADING

           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > XREF-COUNT
               MOVE XR-CUST-ID(XR-IDX) TO CHECK-CUST-ID
               PERFORM FIND-ON-MASTER
               IF ID-ON-MASTER
                   SET MS-HAS-XREF(MS-IDX) TO TRUE
               ELSE
                   ADD 1 TO XREF-RESERVED-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING MASTER-IDX-WORK FROM 1 BY 1
               UNTIL MASTER-IDX-WORK > MASTER-COUNT
               IF NOT MS-HAS-XREF(MASTER-IDX-WORK)
                   MOVE MS-CUST-ID(MASTER-IDX-WORK) TO EXCEPTION-ID
                   MOVE MS-CUST-NAME(MASTER-IDX-WORK)
                       TO EXCEPTION-NAME
                   MOVE "ON MASTER, NO XREF ENTRY"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO XREF-NO-ENTRY-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-CLEAN.

      *> Both directions: an address whose ID has left the master
      *> (first, in key order), then master accounts with nowhere
      *> to send a statement.
       CHECK-ADDRESS-FILE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE: customer-address.idx" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT ADDRESS-FILE
           IF ADDRESS-FILE-STATUS NOT = "00"
               PERFORM WRITE-FILE-NOT-FOUND
           END-IF
           PERFORM WRITE-SECTION-HEADING

           IF ADDRESS-FILE-STATUS = "00"
               PERFORM UNTIL ADDRESS-AT-END
                   READ ADDRESS-FILE NEXT RECORD
                       AT END SET ADDRESS-AT-END TO TRUE
                       NOT AT END PERFORM CHECK-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-FILE
           END-IF

           PERFORM VARYING MASTER-IDX-WORK FROM 1 BY 1
               UNTIL MASTER-IDX-WORK > MASTER-COUNT
               IF NOT MS-HAS-ADDRESS(MASTER-IDX-WORK)
                   MOVE MS-CUST-ID(MASTER-IDX-WORK) TO EXCEPTION-ID
                   MOVE MS-CUST-NAME(MASTER-IDX-WORK)
                       TO EXCEPTION-NAME
                   MOVE "ON MASTER, NO ADDRESS"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO ADDR-MISSING-COUNT
               END-IF
           END-PERFORM
           PERFORM WRITE-SECTION-CLEAN.

       CHECK-ONE-ADDRESS.
           MOVE CA-CUST-ID TO CHECK-CUST-ID
           PERFORM FIND-ON-MASTER
           IF ID-ON-MASTER
               SET MS-HAS-ADDRESS(MS-IDX) TO TRUE
           ELSE
               MOVE CA-CUST-ID TO EXCEPTION-ID
               MOVE CA-STREET  TO EXCEPTION-NAME
               MOVE "ADDRESS FOR ID NOT ON MASTER"
                   TO EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO ADDR-STRAY-COUNT
           END-IF.

      *> No limit record is a valid state (unlimited), so only the
      *> limit side is checked: a limit for an ID off the master,
      *> or a second record for an ID already seen - which of the
      *> two SALES-POSTING would enforce is anyone's guess.
       CHECK-CREDIT-LIMIT-FILE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE: cust-credit-limits.dat" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-LIMIT-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO FILE - NO ACCOUNT IS LIMITED"
                   TO REPORT-LINE(3:31)
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SECTION-HEADING

           PERFORM UNTIL LIMIT-AT-END
               READ CREDIT-LIMIT-FILE
                   AT END SET LIMIT-AT-END TO TRUE
                   NOT AT END PERFORM CHECK-ONE-LIMIT
               END-READ
           END-PERFORM
           CLOSE CREDIT-LIMIT-FILE
           PERFORM WRITE-SECTION-CLEAN.

       CHECK-ONE-LIMIT.
           MOVE CL-CUST-ID TO CHECK-CUST-ID
           PERFORM FIND-ON-MASTER
           EVALUATE TRUE
               WHEN NOT ID-ON-MASTER
                   MOVE CL-CUST-ID TO EXCEPTION-ID
                   MOVE SPACES     TO EXCEPTION-NAME
                   MOVE "LIMIT FOR ID NOT ON MASTER"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO LIMIT-STRAY-COUNT
               WHEN MS-HAS-LIMIT(MS-IDX)
                   MOVE CL-CUST-ID TO EXCEPTION-ID
                   MOVE MS-CUST-NAME(MS-IDX) TO EXCEPTION-NAME
                   MOVE "DUPLICATE LIMIT RECORD"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO LIMIT-DUP-COUNT
               WHEN OTHER
                   SET MS-HAS-LIMIT(MS-IDX) TO TRUE
           END-EVALUATE.

      *> The hold tracking is kept by name, so each name is resolved
      *> through the xref the way JSON-DEMO resolves it; a name the
      *> xref does not know, or whose ID has left the master, is a
      *> hold being tracked against nobody.
       CHECK-HOLD-TRACK-FILE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FILE: credit-hold-track.dat" TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT CREDIT-HOLD-TRACK-FILE
           IF HOLD-TRACK-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               MOVE "NO FILE - NO HOLDS TRACKED" TO REPORT-LINE(3:26)
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-SECTION-HEADING

           PERFORM UNTIL HOLD-TRACK-AT-END
               READ CREDIT-HOLD-TRACK-FILE
                   AT END SET HOLD-TRACK-AT-END TO TRUE
                   NOT AT END PERFORM CHECK-ONE-HOLD
               END-READ
           END-PERFORM
           CLOSE CREDIT-HOLD-TRACK-FILE
           PERFORM WRITE-SECTION-CLEAN.

       CHECK-ONE-HOLD.
           MOVE SPACES TO EXCEPTION-ID
           MOVE CHT-CUST-NAME TO EXCEPTION-NAME
           SET XR-IDX TO 1
           SEARCH XREF-ENTRY
               AT END
                   MOVE "HELD NAME NOT ON XREF"
                       TO EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO HOLD-NO-XREF-COUNT
               WHEN XR-CUST-NAME(XR-IDX) = CHT-CUST-NAME
                   MOVE XR-CUST-ID(XR-IDX) TO CHECK-CUST-ID
                   PERFORM FIND-ON-MASTER
                   IF NOT ID-ON-MASTER
                       MOVE CHECK-CUST-ID TO EXCEPTION-ID
                       MOVE "HELD NAME'S ID NOT ON MASTER"
                           TO EXCEPTION-REASON
                       PERFORM WRITE-EXCEPTION-LINE
                       ADD 1 TO HOLD-STRAY-COUNT
                   END-IF
           END-SEARCH.

       WRITE-AUDIT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "EXCEPTIONS BY FILE AND REASON" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "cust-id-xref.dat" TO EXCEPTION-NAME
           MOVE "ON MASTER, NO XREF ENTRY" TO EXCEPTION-REASON
           MOVE XREF-NO-ENTRY-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE

           MOVE "customer-address.idx" TO EXCEPTION-NAME
           MOVE "ADDRESS FOR ID NOT ON MASTER" TO EXCEPTION-REASON
           MOVE ADDR-STRAY-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE
           MOVE "ON MASTER, NO ADDRESS" TO EXCEPTION-REASON
           MOVE ADDR-MISSING-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE

           MOVE "cust-credit-limits.dat" TO EXCEPTION-NAME
           MOVE "LIMIT FOR ID NOT ON MASTER" TO EXCEPTION-REASON
           MOVE LIMIT-STRAY-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE
           MOVE "DUPLICATE LIMIT RECORD" TO EXCEPTION-REASON
           MOVE LIMIT-DUP-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE

           MOVE "credit-hold-track.dat" TO EXCEPTION-NAME
           MOVE "HELD NAME NOT ON XREF" TO EXCEPTION-REASON
           MOVE HOLD-NO-XREF-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE
           MOVE "HELD NAME'S ID NOT ON MASTER" TO EXCEPTION-REASON
           MOVE HOLD-STRAY-COUNT TO COUNT-ED
           PERFORM WRITE-SUMMARY-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL EXCEPTIONS:" DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE TOTAL-EXCEPTIONS TO COUNT-ED
           MOVE COUNT-ED TO REPORT-LINE(63:7)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "  (xref IDs reserved, no longer on master:"
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE XREF-RESERVED-COUNT TO COUNT-ED
           MOVE COUNT-ED TO REPORT-LINE(63:7)
           MOVE ")" TO REPORT-LINE(70:1)
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "END OF REPORT" TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE EXCEPTION-NAME(1:24) TO REPORT-LINE(3:24)
           MOVE EXCEPTION-REASON     TO REPORT-LINE(27:34)
           MOVE COUNT-ED             TO REPORT-LINE(63:7)
           WRITE REPORT-LINE.
