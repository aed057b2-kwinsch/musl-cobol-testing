      *> the sales run now handles a period's journal outgrows any
      *> table, and MONTH-END-CLOSE bounds "the period" by cutting
      *> the journal at each close.
      *>
      *> Branch accounts linked to a bill-to parent on
      *> account-hierarchy.dat get no page of their own: the
      *> parent's page becomes a consolidated statement, with the
      *> parent's own activity followed by a section per branch and
      *> the group's combined activity and balance at the foot,
      *> mailed to the parent's address. A branch whose parent is
      *> no longer on the master is printed on its own as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "statement-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-STATUS.
           SELECT HIERARCHY-FILE ASSIGN TO "account-hierarchy.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIERARCHY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER           PIC X(2).
          05 EXC-CUST-NAME    PIC X(50).

       FD HIERARCHY-FILE.
       COPY ACCTHIER.

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS  PIC X(2).
       01 JOURNAL-STATUS      PIC X(2).
       01 STATEMENT-STATUS    PIC X(2).
       01 ADDRESS-FILE-STATUS PIC X(2).
       01 EXCEPTION-STATUS    PIC X(2).
       01 HIERARCHY-FILE-STATUS PIC X(2).

       01 ADDRESS-FILE-FLAG   PIC X VALUE "N".
          88 HAVE-ADDRESS-FILE VALUE "Y".
       01 ACTIVITY-COUNT      PIC 9(4).
       01 ACTIVITY-TOTAL      PIC S9(9)V99.

      *> The bill-to hierarchy, with each branch's name, balance,
      *> and currency picked up off the master in a first pass so
      *> the parent's page can be printed when the parent's record
      *> comes round. HR-PARENT-PRESENT marks a branch whose parent
      *> is on the master - only those are folded into a parent.
       01 HIERARCHY-EOF-FLAG  PIC X VALUE "N".
          88 HIERARCHY-AT-END VALUE "Y".
       01 HIER-COUNT PIC S9(4) COMP VALUE 0.
       01 HIER-TABLE.
          05 HIER-ENTRY OCCURS 0 TO 500 TIMES
                        DEPENDING ON HIER-COUNT
                        INDEXED BY HIER-IDX.
             10 HR-CHILD-ID       PIC 9(6).
             10 HR-PARENT-ID      PIC 9(6).
             10 HR-CHILD-PRESENT  PIC X.
             10 HR-PARENT-PRESENT PIC X.
             10 HR-CHILD-NAME     PIC X(50).
             10 HR-CHILD-BALANCE  PIC S9(8)V99.
             10 HR-CHILD-CURRENCY PIC X(3).
       01 HIER-IDX-WORK       PIC S9(4) COMP.
       01 BRANCH-COUNT        PIC 9(4).
       01 BRANCH-ACCOUNT-FLAG PIC X.
          88 IS-LINKED-BRANCH VALUE "Y".
       01 CONSOLIDATED-COUNT  PIC 9(6) VALUE 0.
       01 STATEMENT-CUST-ID   PIC 9(6).
       01 GROUP-ACTIVITY      PIC S9(9)V99.
       01 GROUP-BALANCE       PIC S9(9)V99.

       01 AMOUNT-ED           PIC -ZZZ,ZZ9.99.
       01 BALANCE-ED          PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 TOTAL-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
                   "accounts route to the exception list"
           END-IF

           PERFORM LOAD-HIERARCHY

           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT EXCEPTION-FILE

           END-IF

           DISPLAY "Statements written: " STATEMENT-COUNT
           DISPLAY "Branches on parent: " CONSOLIDATED-COUNT
           DISPLAY "Address exceptions: " EXCEPTION-COUNT
           DISPLAY "Wrote customer-statements.txt"

      *> goes to the exception list for the maintenance desk - a
      *> statement we cannot mail is not a statement.
       WRITE-ONE-STATEMENT.
           PERFORM CHECK-LINKED-BRANCH
           IF IS-LINKED-BRANCH
               ADD 1 TO CONSOLIDATED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-ADDRESS
           IF ADDRESS-WAS-FOUND
               PERFORM WRITE-STATEMENT-PAGE
           ADD 1 TO STATEMENT-COUNT
           MOVE 0 TO ACTIVITY-COUNT
           MOVE 0 TO ACTIVITY-TOTAL
           PERFORM COUNT-BRANCHES

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF BRANCH-COUNT > 0
               MOVE "CONSOLIDATED STATEMENT" TO STATEMENT-LINE
           ELSE
               MOVE "CUSTOMER STATEMENT" TO STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT DATE: " TODAYS-DATE-TAG
           MOVE "  DATE          AMOUNT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE CM-CUST-ID TO STATEMENT-CUST-ID
           PERFORM LIST-ACCOUNT-ACTIVITY

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ACTIVITY-TOTAL TO TOTAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "PERIOD ACTIVITY:  " TOTAL-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CM-CUST-BALANCE TO BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING BALANCE:  " BALANCE-ED " "
               CM-CUST-CURRENCY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF BRANCH-COUNT > 0
               PERFORM WRITE-BRANCH-SECTIONS
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *> The period's journal lines for STATEMENT-CUST-ID, re-read
      *> from the top for each account.
       LIST-ACCOUNT-ACTIVITY.
           MOVE "N" TO JOURNAL-EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = "00"
                   READ JOURNAL-FILE
                       AT END SET JOURNAL-AT-END TO TRUE
                       NOT AT END
                           IF PJ-CUST-ID = STATEMENT-CUST-ID
                               PERFORM WRITE-ONE-DETAIL-LINE
                           END-IF
                   END-READ
           IF ACTIVITY-COUNT = 0
               MOVE "  (no activity this period)" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

      *> A consolidated page carries on after the parent's own
      *> closing balance with one section per branch, then the
      *> group's combined activity and balance - the amount the
      *> parent is being asked to pay.
       WRITE-BRANCH-SECTIONS.
           MOVE ACTIVITY-TOTAL  TO GROUP-ACTIVITY
           MOVE CM-CUST-BALANCE TO GROUP-BALANCE
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-PARENT-ID(HIER-IDX-WORK) = CM-CUST-ID AND
                  HR-CHILD-PRESENT(HIER-IDX-WORK) = "Y"
                   PERFORM WRITE-ONE-BRANCH-SECTION
               END-IF
           END-PERFORM

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE GROUP-ACTIVITY TO TOTAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "GROUP ACTIVITY:   " TOTAL-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE GROUP-BALANCE TO BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "GROUP BALANCE:    " BALANCE-ED " "
               CM-CUST-CURRENCY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE.

       WRITE-ONE-BRANCH-SECTION.
           MOVE 0 TO ACTIVITY-COUNT
           MOVE 0 TO ACTIVITY-TOTAL
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "BRANCH:  " HR-CHILD-ID(HIER-IDX-WORK) "  "
               FUNCTION TRIM(HR-CHILD-NAME(HIER-IDX-WORK))
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "  DATE          AMOUNT" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE HR-CHILD-ID(HIER-IDX-WORK) TO STATEMENT-CUST-ID
           PERFORM LIST-ACCOUNT-ACTIVITY

           MOVE ACTIVITY-TOTAL TO TOTAL-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "BRANCH ACTIVITY:  " TOTAL-ED
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE HR-CHILD-BALANCE(HIER-IDX-WORK) TO BALANCE-ED
           MOVE SPACES TO STATEMENT-LINE
           STRING "BRANCH BALANCE:   " BALANCE-ED " "
               HR-CHILD-CURRENCY(HIER-IDX-WORK)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD ACTIVITY-TOTAL TO GROUP-ACTIVITY
           ADD HR-CHILD-BALANCE(HIER-IDX-WORK) TO GROUP-BALANCE.

      *> Branches on the master whose parent is also on the master,
      *> for the record in the FD buffer.
       COUNT-BRANCHES.
           MOVE 0 TO BRANCH-COUNT
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-PARENT-ID(HIER-IDX-WORK) = CM-CUST-ID AND
                  HR-CHILD-PRESENT(HIER-IDX-WORK) = "Y"
                   ADD 1 TO BRANCH-COUNT
               END-IF
           END-PERFORM.

       CHECK-LINKED-BRANCH.
           MOVE "N" TO BRANCH-ACCOUNT-FLAG
           IF HIER-COUNT > 0
               SET HIER-IDX TO 1
               SEARCH HIER-ENTRY
                   AT END CONTINUE
                   WHEN HR-CHILD-ID(HIER-IDX) = CM-CUST-ID
                       IF HR-PARENT-PRESENT(HIER-IDX) = "Y"
                           SET IS-LINKED-BRANCH TO TRUE
                       END-IF
               END-SEARCH
           END-IF.

      *> Loads the hierarchy, then makes one pass over the master
      *> to pick up each branch's details and note which parents
      *> are on file; the master is reopened for the statement
      *> pass proper. No hierarchy file means every account stands
      *> on its own.
       LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIERARCHY-AT-END
               READ HIERARCHY-FILE
                   AT END SET HIERARCHY-AT-END TO TRUE
                   NOT AT END
                       IF HIER-COUNT < 500
                           ADD 1 TO HIER-COUNT
                           MOVE AH-CHILD-ID
                               TO HR-CHILD-ID(HIER-COUNT)
                           MOVE AH-PARENT-ID
                               TO HR-PARENT-ID(HIER-COUNT)
                           MOVE "N" TO HR-CHILD-PRESENT(HIER-COUNT)
                           MOVE "N" TO HR-PARENT-PRESENT(HIER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIERARCHY-FILE

           IF HIER-COUNT > 0
               PERFORM UNTIL MASTER-AT-END
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END SET MASTER-AT-END TO TRUE
                       NOT AT END PERFORM NOTE-HIERARCHY-MEMBER
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
               OPEN INPUT CUSTOMER-MASTER
               MOVE "N" TO MASTER-EOF-FLAG
           END-IF.

       NOTE-HIERARCHY-MEMBER.
           PERFORM VARYING HIER-IDX-WORK FROM 1 BY 1
               UNTIL HIER-IDX-WORK > HIER-COUNT
               IF HR-CHILD-ID(HIER-IDX-WORK) = CM-CUST-ID
                   MOVE "Y" TO HR-CHILD-PRESENT(HIER-IDX-WORK)
                   MOVE CM-CUST-NAME
                       TO HR-CHILD-NAME(HIER-IDX-WORK)
                   MOVE CM-CUST-BALANCE
                       TO HR-CHILD-BALANCE(HIER-IDX-WORK)
                   MOVE CM-CUST-CURRENCY
                       TO HR-CHILD-CURRENCY(HIER-IDX-WORK)
               END-IF
               IF HR-PARENT-ID(HIER-IDX-WORK) = CM-CUST-ID
                   MOVE "Y" TO HR-PARENT-PRESENT(HIER-IDX-WORK)
               END-IF
           END-PERFORM.

      *> The mailing block, printed the way an envelope window
      *> reads it: street, then city/region/postal on one line,
