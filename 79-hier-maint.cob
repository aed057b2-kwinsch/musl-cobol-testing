       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIER-MAINT.

      *> Bill-to hierarchy maintenance. Several customers are
      *> branches of one company that pays centrally, but each
      *> branch is its own CM-CUST-ID with nothing on file tying
      *> them together. This job maintains account-hierarchy.dat,
      *> linking each branch (child) account to the parent account
      *> that is billed for it, in the same transaction style as
      *> the other maintenance jobs: add/change/delete applied to
      *> the file, and an image of every touched link on its own
      *> audit trail. The file is small and held in storage for the
      *> run, then written back whole, the way CUST-MAINT carries
      *> cust-credit-limits.dat.
      *>
      *> hier-maint-trans.txt: an action byte, the child customer
      *> ID (columns 2-7), and the parent customer ID (8-13).
      *>   A - link a branch not yet linked to the parent named.
      *>   C - move a linked branch to a different parent.
      *>   D - unlink the branch; the parent ID is not needed.
      *> Both accounts must be on customer-master.idx in the same
      *> currency - a consolidated statement and a group limit
      *> only add up in one currency. The hierarchy is one level
      *> deep: a parent cannot itself be a branch, and an account
      *> that already has branches cannot become one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-TRANS-FILE ASSIGN TO "hier-maint-trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-TRANS-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "customer-master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-ID
               FILE STATUS IS CUST-MASTER-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO "account-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIERARCHY-FILE-STATUS.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO "account-hierarchy-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-TRANS-FILE.
       01 MAINT-TRANS-RECORD.
          05 HT-ACTION        PIC X(1).
             88 HIER-ADD-TRANS     VALUE "A".
             88 HIER-CHANGE-TRANS  VALUE "C".
             88 HIER-DELETE-TRANS  VALUE "D".
          05 HT-CHILD-ID-X    PIC X(6).
          05 HT-CHILD-ID REDEFINES HT-CHILD-ID-X
                              PIC 9(6).
          05 HT-PARENT-ID-X   PIC X(6).
          05 HT-PARENT-ID REDEFINES HT-PARENT-ID-X
                              PIC 9(6).

       FD CUSTOMER-MASTER.
       COPY CUSTREC.

       FD HIERARCHY-FILE.
       COPY ACCTHIER.

      *> One image line per link touch - ADD for a new link,
      *> BEFORE and AFTER for a move, BEFORE and DELETE for an
      *> unlink - with the branch's name as it stood on the master.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD.
          05 HA-TIMESTAMP     PIC X(26).
          05 FILLER           PIC X(1).
          05 HA-IMAGE-TYPE    PIC X(6).
          05 FILLER           PIC X(1).
          05 HA-CHILD-ID      PIC 9(6).
          05 FILLER           PIC X(1).
          05 HA-PARENT-ID     PIC 9(6).
          05 FILLER           PIC X(1).
          05 HA-CHILD-NAME    PIC X(50).

       WORKING-STORAGE SECTION.
       01 MAINT-TRANS-STATUS  PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).
       01 HIERARCHY-FILE-STATUS PIC X(2).
       01 MAINT-AUDIT-STATUS  PIC X(2).

       01 TRANS-EOF-FLAG      PIC X VALUE "N".
          88 TRANS-AT-END     VALUE "Y".
       01 HIERARCHY-EOF-FLAG  PIC X VALUE "N".
          88 HIERARCHY-AT-END VALUE "Y".

      *> The whole hierarchy, applied against in storage and written
      *> back whole when any transaction lands.
       01 HIER-COUNT PIC S9(4) COMP VALUE 0.
       01 HIER-TABLE.
          05 HIER-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON HIER-COUNT
                        INDEXED BY HIER-IDX.
             10 HR-CHILD-ID     PIC 9(6).
             10 HR-PARENT-ID    PIC 9(6).
             10 HR-LINKED-DATE  PIC X(8).
       01 HIER-IDX-WORK       PIC S9(4) COMP.
       01 CHILD-ENTRY-NO      PIC S9(4) COMP.
       01 HIER-CHANGED-FLAG   PIC X VALUE "N".
          88 HIERARCHY-CHANGED VALUE "Y".

       01 TODAYS-DATE-TAG     PIC X(8).
       01 IMAGE-TYPE-TAG      PIC X(6).
       01 IMAGE-PARENT-ID     PIC 9(6).
       01 CHILD-NAME          PIC X(50).
       01 CHILD-CURRENCY      PIC X(3).
       01 LINK-OK-FLAG        PIC X.
          88 LINK-IS-VALID    VALUE "Y".

       01 TRANS-COUNT         PIC 9(4) VALUE 0.
       01 ADDED-COUNT         PIC 9(4) VALUE 0.
       01 CHANGED-COUNT       PIC 9(4) VALUE 0.
       01 DELETED-COUNT       PIC 9(4) VALUE 0.
       01 REJECTED-COUNT      PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "HIER-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

       COPY RETCODE.

       01 LOCK-ACTION PIC X.
       01 LOCK-RESULT PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ACQUIRE-RUN-LOCK

           DISPLAY "Bill-To Hierarchy Maintenance"
           DISPLAY "=============================="
           DISPLAY " "

           CALL "PROC-DATE" USING
               BY REFERENCE TODAYS-DATE-TAG

           OPEN INPUT MAINT-TRANS-FILE
           IF MAINT-TRANS-STATUS NOT = "00"
               DISPLAY "No hier-maint-trans.txt on file - "
                   "nothing to apply."
               SET JOB-RC-SUCCESS TO TRUE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
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
               CLOSE MAINT-TRANS-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-AUDIT-FILE
           IF MAINT-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT MAINT-AUDIT-FILE
           END-IF

           PERFORM LOAD-HIERARCHY

           PERFORM UNTIL TRANS-AT-END
               READ MAINT-TRANS-FILE
                   AT END SET TRANS-AT-END TO TRUE
                   NOT AT END PERFORM APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE MAINT-TRANS-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-AUDIT-FILE

           IF HIERARCHY-CHANGED
               PERFORM REWRITE-HIERARCHY
           END-IF

           DISPLAY "Transactions read:   " TRANS-COUNT
           DISPLAY "Linked:              " ADDED-COUNT
           DISPLAY "Moved:               " CHANGED-COUNT
           DISPLAY "Unlinked:            " DELETED-COUNT
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
           IF HT-CHILD-ID-X IS NOT NUMERIC
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CHILD-ENTRY
           EVALUATE TRUE
               WHEN HIER-ADD-TRANS
                   PERFORM APPLY-ADD
               WHEN HIER-CHANGE-TRANS
                   PERFORM APPLY-CHANGE
               WHEN HIER-DELETE-TRANS
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT
           SET JOB-RC-WARNING TO TRUE
           MOVE SPACES TO ERRLOG-TEXT
           STRING "Rejected hierarchy transaction " TRANS-COUNT
               " action '" HT-ACTION "' branch " HT-CHILD-ID-X
               " parent " HT-PARENT-ID-X
               DELIMITED BY SIZE INTO ERRLOG-TEXT
           END-STRING
           CALL "ERRLOG-WRITER" USING
               BY REFERENCE ERRLOG-JOB-NAME
               BY REFERENCE JOB-RETURN-CODE
               BY REFERENCE ERRLOG-TEXT
           DISPLAY "WARNING: " ERRLOG-TEXT.

      *> Sets CHILD-ENTRY-NO to the branch's entry on the table, or
      *> zero when it is not linked to anything.
       FIND-CHILD-ENTRY.
           MOVE 0 TO CHILD-ENTRY-NO
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-CHILD-ID(HIER-IDX-WORK) = HT-CHILD-ID
                   MOVE HIER-IDX-WORK TO CHILD-ENTRY-NO
               END-IF
           END-PERFORM.

       APPLY-ADD.
           IF CHILD-ENTRY-NO > 0 OR HIER-COUNT NOT < 500
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-LINK
           IF NOT LINK-IS-VALID
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO HIER-COUNT
           MOVE HT-CHILD-ID     TO HR-CHILD-ID(HIER-COUNT)
           MOVE HT-PARENT-ID    TO HR-PARENT-ID(HIER-COUNT)
           MOVE TODAYS-DATE-TAG TO HR-LINKED-DATE(HIER-COUNT)
           SET HIERARCHY-CHANGED TO TRUE
           ADD 1 TO ADDED-COUNT
           MOVE "ADD"        TO IMAGE-TYPE-TAG
           MOVE HT-PARENT-ID TO IMAGE-PARENT-ID
           PERFORM WRITE-AUDIT-IMAGE.

       APPLY-CHANGE.
           IF CHILD-ENTRY-NO = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-LINK
           IF NOT LINK-IS-VALID
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           MOVE HR-PARENT-ID(CHILD-ENTRY-NO) TO IMAGE-PARENT-ID
           PERFORM WRITE-AUDIT-IMAGE
           MOVE HT-PARENT-ID    TO HR-PARENT-ID(CHILD-ENTRY-NO)
           MOVE TODAYS-DATE-TAG TO HR-LINKED-DATE(CHILD-ENTRY-NO)
           SET HIERARCHY-CHANGED TO TRUE
           ADD 1 TO CHANGED-COUNT
           MOVE "AFTER"      TO IMAGE-TYPE-TAG
           MOVE HT-PARENT-ID TO IMAGE-PARENT-ID
           PERFORM WRITE-AUDIT-IMAGE.

      *> An unlink needs no master check - a branch closed on the
      *> master must still be removable from its family.
       APPLY-DELETE.
           IF CHILD-ENTRY-NO = 0
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CHILD-NAME
           MOVE HT-CHILD-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CM-CUST-NAME TO CHILD-NAME
           END-READ
           MOVE "BEFORE" TO IMAGE-TYPE-TAG
           MOVE HR-PARENT-ID(CHILD-ENTRY-NO) TO IMAGE-PARENT-ID
           PERFORM WRITE-AUDIT-IMAGE

           PERFORM VARYING HIER-IDX-WORK FROM CHILD-ENTRY-NO BY 1
               UNTIL HIER-IDX-WORK NOT < HIER-COUNT
               MOVE HIER-ENTRY(HIER-IDX-WORK + 1)
                   TO HIER-ENTRY(HIER-IDX-WORK)
           END-PERFORM
           SUBTRACT 1 FROM HIER-COUNT
           SET HIERARCHY-CHANGED TO TRUE
           ADD 1 TO DELETED-COUNT
           MOVE "DELETE" TO IMAGE-TYPE-TAG
           PERFORM WRITE-AUDIT-IMAGE.

      *> A link is valid when both IDs are on the master in the
      *> same currency, they differ, the parent is not itself a
      *> branch, and the branch has no branches of its own. Leaves
      *> the branch's name in CHILD-NAME for the audit image.
       VALIDATE-LINK.
           MOVE "N" TO LINK-OK-FLAG
           IF HT-PARENT-ID-X IS NOT NUMERIC OR
              HT-PARENT-ID = HT-CHILD-ID
               EXIT PARAGRAPH
           END-IF

           MOVE HT-CHILD-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE CM-CUST-NAME     TO CHILD-NAME
           MOVE CM-CUST-CURRENCY TO CHILD-CURRENCY

           MOVE HT-PARENT-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF CM-CUST-CURRENCY NOT = CHILD-CURRENCY
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-CHILD-ID(HIER-IDX-WORK) = HT-PARENT-ID OR
                  HR-PARENT-ID(HIER-IDX-WORK) = HT-CHILD-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           SET LINK-IS-VALID TO TRUE.

       LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = "00"
               PERFORM UNTIL HIERARCHY-AT-END
                   READ HIERARCHY-FILE
                       AT END SET HIERARCHY-AT-END TO TRUE
                       NOT AT END PERFORM STORE-HIERARCHY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.

      *> A full table would drop links on the write-back, so the
      *> run stops rather than maintain a partial hierarchy.
       STORE-HIERARCHY-RECORD.
           IF HIER-COUNT < 500
               ADD 1 TO HIER-COUNT
               MOVE AH-CHILD-ID    TO HR-CHILD-ID(HIER-COUNT)
               MOVE AH-PARENT-ID   TO HR-PARENT-ID(HIER-COUNT)
               MOVE AH-LINKED-DATE TO HR-LINKED-DATE(HIER-COUNT)
           ELSE
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Hierarchy table is full at 500 - "
                   "account-hierarchy.dat not maintained"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               CLOSE HIERARCHY-FILE
               CLOSE MAINT-TRANS-FILE
               CLOSE CUSTOMER-MASTER
               CLOSE MAINT-AUDIT-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REWRITE-HIERARCHY.
           OPEN OUTPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               MOVE SPACES TO ERRLOG-TEXT
               STRING "Could not open account-hierarchy.dat, "
                   "status " HIERARCHY-FILE-STATUS
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               END-STRING
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
           ELSE
               PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
                   UNTIL HIER-IDX-WORK > HIER-COUNT
                   MOVE SPACES TO ACCOUNT-HIERARCHY-RECORD
                   MOVE HR-CHILD-ID(HIER-IDX-WORK)  TO AH-CHILD-ID
                   MOVE HR-PARENT-ID(HIER-IDX-WORK) TO AH-PARENT-ID
                   MOVE HR-LINKED-DATE(HIER-IDX-WORK)
                       TO AH-LINKED-DATE
                   WRITE ACCOUNT-HIERARCHY-RECORD
               END-PERFORM
               CLOSE HIERARCHY-FILE
           END-IF.

      *> Images the link named by the transaction's branch ID,
      *> with IMAGE-PARENT-ID and CHILD-NAME set by the caller.
      *> The record is blanked first so the separator bytes come
      *> out as spaces.
       WRITE-AUDIT-IMAGE.
           MOVE SPACES                TO MAINT-AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO HA-TIMESTAMP
           MOVE IMAGE-TYPE-TAG        TO HA-IMAGE-TYPE
           MOVE HT-CHILD-ID           TO HA-CHILD-ID
           MOVE IMAGE-PARENT-ID       TO HA-PARENT-ID
           MOVE CHILD-NAME            TO HA-CHILD-NAME
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
