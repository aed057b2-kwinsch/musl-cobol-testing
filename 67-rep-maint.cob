       IDENTIFICATION DIVISION.
       PROGRAM-ID. REP-MAINT.

      *> Sales representative maintenance. Commission used to be
      *> worked out in spreadsheets off the sales-analysis.txt
      *> printout, with nothing on file saying which rep looked
      *> after which account. This job maintains the rep master
      *> (sales-rep-master.idx) the way PROD-MAINT maintains the
      *> product master - add/change/delete keyed on the rep ID,
      *> with before-and-after images on its own audit trail - and
      *> records customer-to-rep assignments, effective-dated, on
      *> rep-assignments.dat for COMMISSION-RUN to credit sales by.
      *>
      *> rep-maint-trans.txt: an action byte, then the rep ID
      *> (columns 2-7).
      *>   A / C / D - rep name (8-37), active flag Y/N (38), and
      *>               payroll ID (39-48). On a change, a field
      *>               left blank keeps the master's current value;
      *>               on a delete only the ID matters.
      *>   S         - assign: customer ID (8-13) and the date the
      *>               assignment takes effect, YYYYMMDD (14-21).
      *>               The rep must be on the master and active,
      *>               and the customer on customer-master.idx.
      *>               A reassignment is simply a later-dated S;
      *>               earlier assignments stay on file so past
      *>               months still credit the rep who had them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "rep-maint-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-TRANS-STATUS.
           SELECT REP-MASTER ASSIGN TO "sales-rep-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REP-ID
               FILE STATUS IS REP-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT ASSIGNMENT-FILE ASSIGN TO "rep-assignments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGNMENT-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "rep-maint-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
          05 RT-ACTION        PIC X(1).
             88 REP-ADD-TRANS      VALUE "A".
             88 REP-CHANGE-TRANS   VALUE "C".
             88 REP-DELETE-TRANS   VALUE "D".
             88 REP-ASSIGN-TRANS   VALUE "S".
          05 RT-REP-ID        PIC X(6).
          05 RT-REP-FIELDS.
             10 RT-REP-NAME      PIC X(30).
             10 RT-ACTIVE-FLAG   PIC X(1).
             10 RT-PAYROLL-ID    PIC X(10).
          05 RT-ASSIGN-FIELDS REDEFINES RT-REP-FIELDS.
             10 RT-CUST-ID-X     PIC X(6).
             10 RT-CUST-ID REDEFINES RT-CUST-ID-X
                                 PIC 9(6).
             10 RT-EFFECTIVE-DATE PIC X(8).
             10 FILLER           PIC X(27).

       FD REP-MASTER.
       COPY REPREC.

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD ASSIGNMENT-FILE.
       COPY REPASSGN.

      *> One image line per master touch - BEFORE and AFTER for a
      *> change, BEFORE only for a delete, ADD only for an add -
      *> in the same field order as REPREC; an assignment is
      *> imaged as ASSIGN with the customer and effective date in
      *> place of the name.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 RM-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 RM-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 RM-REP-ID        PIC X(6).
          05 FILLER           PIC X(1).
          05 RM-DETAIL        PIC X(30).
          05 FILLER           PIC X(1).
          05 RM-ACTIVE-FLAG   PIC X(1).
          05 FILLER           PIC X(1).
          05 RM-PAYROLL-ID    PIC X(10).

       WORKING-STORAGE SECTION.
       01 MAINT-TRANS-STATUS  PIC X(2).
       01 REP-MASTER-STATUS   PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).
       01 ASSIGNMENT-FILE-STATUS PIC X(2).
       01 MAINT-AUDIT-STATUS  PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 MASTER-PRESENT-FLAG PIC X VALUE "N".
          88 HAVE-CUSTOMER-MASTER VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 IMAGE-TYPE-TAG      PIC X(6).

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 ADDED-COUNT         PIC 9(4) VALUE 0.
       01 CHANGED-COUNT       PIC 9(4) VALUE 0.
       01 DELETED-COUNT       PIC 9(4) VALUE 0.
       01 ASSIGNED-COUNT      PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "REP-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Sales Rep Maintenance"
           DISPLAY "====================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT MAINT-TRANS-FILE
           IF MAINT-TRANS-STATUS NOT = "00"
               DISPLAY "No rep-maint-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

      *> As with products, there is no load job for reps - the
      *> first maintenance run creates the file.
           OPEN I-O REP-MASTER
           IF REP-MASTER-STATUS NOT = "00"
               OPEN OUTPUT REP-MASTER
               IF REP-MASTER-STATUS = "00"
                   CLOSE REP-MASTER
                   OPEN I-O REP-MASTER
               END-IF
           END-IF
           IF REP-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               STRING "Could not open sales-rep-master.idx, status "
                   REP-MASTER-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE MAINT-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS = "00"
               SET HAVE-CUSTOMER-MASTER TO TRUE
           END-IF

           OPEN EXTEND ASSIGNMENT-FILE
           IF ASSIGNMENT-FILE-STATUS NOT = "00"
               OPEN OUTPUT ASSIGNMENT-FILE
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           PERFORM UNTIL TRANS-AT-END
               READ MAINT-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE MAINT-TRANS-FILE
           CLOSE REP-MASTER
           CLOSE ASSIGNMENT-FILE
           CLOSE MAINT-AUDIT-FILE
           IF HAVE-CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
           END-IF

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Added:               " ADDED-COUNT
           DISPLAY "Changed:             " CHANGED-COUNT
           DISPLAY "Deleted:             " DELETED-COUNT
           DISPLAY "Assignments:         " ASSIGNED-COUNT
           DISPLAY "Rejected:            " REJECTED-COUNT

           IF REJECTED-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
           END-IF
           IF JOB-RETURN-CODE = 0
               SET JOB-RC-SUCCESS TO TRUE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       APPLY-ONE-TRANSACTION.
           ADD 1 TO TRANS-COUNT
           IF RT-REP-ID = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               EVALUATE TRUE
                   WHEN REP-ADD-TRANS
                       PERFORM APPLY-ADD
                   WHEN REP-CHANGE-TRANS
                       PERFORM APPLY-CHANGE
                   WHEN REP-DELETE-TRANS
                       PERFORM APPLY-DELETE
                   WHEN REP-ASSIGN-TRANS
                       PERFORM APPLY-ASSIGNMENT
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           STRING "Rejected rep transaction " TRANS-COUNT
               " action '" RT-ACTION "' rep " RT-REP-ID
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> An add must name a brand new rep ID and a non-blank name;
      *> the active flag defaults to Y.
       APPLY-ADD.
           IF RT-REP-NAME = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               MOVE RT-REP-ID TO SR-REP-ID
               READ REP-MASTER
                   INVALID KEY
                       PERFORM BUILD-ADDED-RECORD
                   NOT INVALID KEY
                       PERFORM REJECT-TRANSACTION
               END-READ
           END-IF.

       BUILD-ADDED-RECORD.
           MOVE RT-REP-ID     TO SR-REP-ID
           MOVE RT-REP-NAME   TO SR-REP-NAME
           IF RT-ACTIVE-FLAG = "N"
               MOVE "N" TO SR-ACTIVE-FLAG
           ELSE
               MOVE "Y" TO SR-ACTIVE-FLAG
           END-IF
           MOVE RT-PAYROLL-ID TO SR-PAYROLL-ID
           WRITE SALES-REP-RECORD
           IF REP-MASTER-STATUS = "00"
               ADD 1 TO ADDED-COUNT
               MOVE "ADD" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

      *> A change reads the record first for its BEFORE image, then
      *> overlays only the transaction fields that are non-blank.
       APPLY-CHANGE.
           MOVE RT-REP-ID TO SR-REP-ID
           READ REP-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM APPLY-CHANGE-FIELDS
           END-READ.

       APPLY-CHANGE-FIELDS.
           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE

           IF RT-REP-NAME NOT = SPACES
               MOVE RT-REP-NAME TO SR-REP-NAME
           END-IF
           IF RT-ACTIVE-FLAG = "Y" OR RT-ACTIVE-FLAG = "N"
               MOVE RT-ACTIVE-FLAG TO SR-ACTIVE-FLAG
           END-IF
           IF RT-PAYROLL-ID NOT = SPACES
               MOVE RT-PAYROLL-ID TO SR-PAYROLL-ID
           END-IF

           REWRITE SALES-REP-RECORD
           IF REP-MASTER-STATUS = "00"
               ADD 1 TO CHANGED-COUNT
               MOVE "AFTER" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

      *> Deleting a rep leaves the assignment history alone: past
      *> months still credit the rep, and COMMISSION-RUN reports
      *> any credit to a rep no longer on the master.
       APPLY-DELETE.
           MOVE RT-REP-ID TO SR-REP-ID
           READ REP-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM APPLY-DELETE-RECORD
           END-READ.

       APPLY-DELETE-RECORD.
           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE
           DELETE REP-MASTER
           IF REP-MASTER-STATUS = "00"
               ADD 1 TO DELETED-COUNT
               MOVE "DELETE" TO IMAGE-TYPE-TAG
               PERFORM WRITE-AUDIT-IMAGE
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF.

       APPLY-ASSIGNMENT.
           IF RT-CUST-ID-X IS NOT NUMERIC OR
              RT-EFFECTIVE-DATE IS NOT NUMERIC
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE RT-REP-ID TO SR-REP-ID
           READ REP-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ
           IF SR-ACTIVE-FLAG NOT = "Y"
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           IF HAVE-CUSTOMER-MASTER
               MOVE RT-CUST-ID TO CM-CUST-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       PERFORM REJECT-TRANSACTION
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE SPACES            TO REP-ASSIGNMENT-RECORD
           MOVE RT-CUST-ID        TO RA-CUST-ID
           MOVE RT-REP-ID         TO RA-REP-ID
           MOVE RT-EFFECTIVE-DATE TO RA-EFFECTIVE-DATE
           MOVE TODAYS-DATE-TAG   TO RA-ENTERED-DATE
           WRITE REP-ASSIGNMENT-RECORD
           ADD 1 TO ASSIGNED-COUNT

           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RM-TIMESTAMP
           MOVE "ASSIGN"              TO RM-IMAGE-TYPE
           MOVE RT-REP-ID             TO RM-REP-ID
           STRING "CUST " RT-CUST-ID-X " FROM " RT-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO RM-DETAIL
           END-STRING
           WRITE MAINT-AUDIT-RECORD.

      *> Images the SALES-REP-RECORD currently in the FD buffer.
      *> The record is blanked first so the separator bytes come
      *> out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO RM-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO RM-IMAGE-TYPE
           MOVE SR-REP-ID             TO RM-REP-ID
           MOVE SR-REP-NAME           TO RM-DETAIL
           MOVE SR-ACTIVE-FLAG        TO RM-ACTIVE-FLAG
           MOVE SR-PAYROLL-ID         TO RM-PAYROLL-ID
           WRITE MAINT-AUDIT-RECORD.

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
