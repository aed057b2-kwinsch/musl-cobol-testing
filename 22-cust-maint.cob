      *> writes a before-and-after image of every touched record to
      *> its own audit trail so each hand change is traceable.
      *>
      *> Transaction layout: an action byte (A, B, C, D, L, or M),
      *> the customer ID, then the CUSTREC fields, then the credit
      *> limit (used by the L transaction only), then the
      *> surviving customer ID (used by the M transaction only),
      *> then - used by the B transaction only - the adjustment's
      *> sign (column 96, + or -; blank is +), its amount as
      *> 999999V99 (97-104), the reason code (105-112), and the
      *> keying operator (113-120).
      *> On a change, a field left blank keeps the master's
      *> current value; on a delete only the ID matters. An L
      *> transaction sets the account's credit limit on
      *> trailing merge-to-ID field: balance moved and journaled,
      *> losing record deleted, cross-reference repointed.
      *> Balances are deliberately NOT settable here - money moves
      *> through SALES-POSTING, not a typewriter. The one hand
      *> correction is a B transaction, and it only requests one:
      *> the signed amount, a reason code on
      *> balance-adj-reasons.ctl and an operator on
      *> operator-auth.txt are all required, and the adjustment
      *> is only left pending on balance-adjust.dat - the master
      *> balance is untouched until a second operator approves it
      *> in OPERATOR-MENU and BAL-ADJ-POST books it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "sales-posting-journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT ADJUST-FILE ASSIGN TO "balance-adjust.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUST-FILE-STATUS.
           SELECT REASON-FILE ASSIGN TO "balance-adj-reasons.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REASON-FILE-STATUS.
           SELECT AUTH-FILE ASSIGN TO "operator-auth.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
             88 MAINT-DELETE-TRANS  VALUE "D".
             88 MAINT-LIMIT-TRANS   VALUE "L".
             88 MAINT-MERGE-TRANS   VALUE "M".
             88 MAINT-ADJUST-TRANS  VALUE "B".
          05 MT-CUST-ID-X     PIC X(6).
          05 MT-CUST-ID REDEFINES MT-CUST-ID-X
                              PIC 9(6).
          05 MT-MERGE-TO-ID-X PIC X(6).
          05 MT-MERGE-TO-ID REDEFINES MT-MERGE-TO-ID-X
                              PIC 9(6).
          05 MT-ADJ-SIGN      PIC X(1).
          05 MT-ADJ-AMOUNT-X  PIC X(8).
          05 MT-ADJ-AMOUNT REDEFINES MT-ADJ-AMOUNT-X
                              PIC 9(6)V99.
          05 MT-ADJ-REASON    PIC X(8).
          05 MT-ADJ-OPERATOR  PIC X(8).

       FD CUSTOMER-MASTER.
       COPY CUSTREC.
       FD JOURNAL-FILE.
       COPY POSTJRNL.

       FD ADJUST-FILE.
       COPY BALADJ.

      *> balance-adj-reasons.ctl: columns 1-8 the reason code,
      *> 11-40 what it is for. Only codes listed here are taken.
       FD REASON-FILE.
       01 REASON-RECORD.
          05 RSN-CODE         PIC X(8).
          05 FILLER           PIC X(2).
          05 RSN-DESCRIPTION  PIC X(30).

      *> OPERATOR-MENU's operator authorization layout.
       FD AUTH-FILE.
       01 AUTH-RECORD.
          05 AUTH-OPERATOR-ID PIC X(8).
          05 FILLER           PIC X(2).
          05 AUTH-OPER-NAME   PIC X(20).
          05 FILLER           PIC X(2).
          05 AUTH-OPER-LEVEL  PIC X(1).

       WORKING-STORAGE SECTION.
       01 MAINT-TRANS-STATUS  PIC X(2).
       01 CUST-MASTER-STATUS  PIC X(2).
       01 XREF-IDX-WORK       PIC S9(4) COMP.
       01 XREF-REPOINT-COUNT  PIC 9(4).

      *> Balance adjustment requests: the reason codes and the
      *> authorized operators held for the run, and the numbering
      *> carried on from the highest adjustment on file.
       01 ADJUST-FILE-STATUS  PIC X(2).
       01 REASON-FILE-STATUS  PIC X(2).
       01 AUTH-FILE-STATUS    PIC X(2).
       01 ADJUST-EOF-FLAG     PIC X VALUE "N".
          88 ADJUST-AT-END    VALUE "Y".
       01 REASON-EOF-FLAG     PIC X VALUE "N".
          88 REASON-AT-END    VALUE "Y".
       01 AUTH-EOF-FLAG       PIC X VALUE "N".
          88 AUTH-AT-END      VALUE "Y".
       01 REASON-COUNT PIC S9(4) COMP VALUE 0.
       01 REASON-TABLE.
          05 REASON-ENTRY OCCURS 0 TO 100 TIMES
                          DEPENDING ON REASON-COUNT
                          INDEXED BY RSN-IDX.
             10 RT-CODE       PIC X(8).
       01 OPERATOR-COUNT PIC S9(4) COMP VALUE 0.
       01 OPERATOR-TABLE.
          05 OPERATOR-ENTRY OCCURS 0 TO 200 TIMES
                            DEPENDING ON OPERATOR-COUNT
                            INDEXED BY OPR-IDX.
             10 OT-OPERATOR-ID PIC X(8).
       01 LAST-ADJ-ID         PIC 9(6) VALUE 0.
       01 ADJ-AMOUNT          PIC S9(6)V99.
       01 ADJ-REFUSE-FLAG     PIC X VALUE "N".
          88 ADJ-REQUEST-REFUSED VALUE "Y".
       01 ADJ-REQUEST-COUNT   PIC 9(4) VALUE 0.

       01 ERRLOG-JOB-NAME     PIC X(30) VALUE "CUST-MAINT".
       01 ERRLOG-TEXT         PIC X(80).

           END-IF

           PERFORM LOAD-CREDIT-LIMITS
           PERFORM LOAD-ADJUSTMENT-CONTROLS

           PERFORM UNTIL TRANS-AT-END
               READ MAINT-TRANS-FILE
           DISPLAY "Deleted:             " DELETED-COUNT
           DISPLAY "Limits set:          " LIMIT-SET-COUNT
           DISPLAY "Merged:              " MERGED-COUNT
           DISPLAY "Adjustments held:    " ADJ-REQUEST-COUNT
           DISPLAY "Rejected:            " REJECTED-COUNT

           IF REJECTED-COUNT > 0
                       PERFORM APPLY-LIMIT
                   WHEN MAINT-MERGE-TRANS
                       PERFORM APPLY-MERGE
                   WHEN MAINT-ADJUST-TRANS
                       PERFORM APPLY-ADJUST-REQUEST
                   WHEN OTHER
                       PERFORM REJECT-TRANSACTION
               END-EVALUATE
       WRITE-MERGE-JOURNAL-CHAIN.
           IF CHAIN-REMAINING = 0
               MOVE TODAYS-DATE-TAG TO PJ-RUN-DATE
               MOVE SPACES          TO PJ-SALE-DETAIL
               MOVE CHAIN-CUST-ID   TO PJ-CUST-ID
               MOVE 0               TO PJ-AMOUNT
               MOVE CHAIN-BALANCE   TO PJ-BALANCE-BEFORE
                   END-IF
               END-IF
               MOVE TODAYS-DATE-TAG TO PJ-RUN-DATE
               MOVE SPACES          TO PJ-SALE-DETAIL
               MOVE CHAIN-CUST-ID   TO PJ-CUST-ID
               MOVE CHAIN-STEP      TO PJ-AMOUNT
               MOVE CHAIN-BALANCE   TO PJ-BALANCE-BEFORE
               SET XREF-AT-END TO TRUE
           END-IF.

      *> A B transaction never touches the balance: it must name an
      *> account on the master, a non-zero amount, a listed reason
      *> code and an authorized operator, and is then held pending
      *> on balance-adjust.dat for a second operator's approval.
       APPLY-ADJUST-REQUEST.
           MOVE "N" TO ADJ-REFUSE-FLAG
           IF MT-ADJ-AMOUNT-X IS NOT NUMERIC OR
              (MT-ADJ-SIGN NOT = "-" AND MT-ADJ-SIGN NOT = "+" AND
               MT-ADJ-SIGN NOT = SPACE)
               SET ADJ-REQUEST-REFUSED TO TRUE
           ELSE
               IF MT-ADJ-AMOUNT = 0
                   SET ADJ-REQUEST-REFUSED TO TRUE
               END-IF
           END-IF

           SET RSN-IDX TO 1
           SEARCH REASON-ENTRY
               AT END SET ADJ-REQUEST-REFUSED TO TRUE
               WHEN RT-CODE(RSN-IDX) = MT-ADJ-REASON AND
                    MT-ADJ-REASON NOT = SPACES
                   CONTINUE
           END-SEARCH

           SET OPR-IDX TO 1
           SEARCH OPERATOR-ENTRY
               AT END SET ADJ-REQUEST-REFUSED TO TRUE
               WHEN OT-OPERATOR-ID(OPR-IDX) = MT-ADJ-OPERATOR AND
                    MT-ADJ-OPERATOR NOT = SPACES
                   CONTINUE
           END-SEARCH

           IF ADJ-REQUEST-REFUSED
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE MT-CUST-ID TO CM-CUST-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   PERFORM REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM HOLD-ADJUST-REQUEST
           END-READ.

       HOLD-ADJUST-REQUEST.
           MOVE MT-ADJ-AMOUNT TO ADJ-AMOUNT
           IF MT-ADJ-SIGN = "-"
               MULTIPLY -1 BY ADJ-AMOUNT
           END-IF

           OPEN EXTEND ADJUST-FILE
           IF ADJUST-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADJUST-FILE
           END-IF
           IF ADJUST-FILE-STATUS NOT = "00"
               PERFORM REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LAST-ADJ-ID
           MOVE SPACES          TO BALANCE-ADJUST-RECORD
           MOVE LAST-ADJ-ID     TO BA-ADJ-ID
           MOVE MT-CUST-ID      TO BA-CUST-ID
           MOVE ADJ-AMOUNT      TO BA-AMOUNT
           MOVE MT-ADJ-REASON   TO BA-REASON
           MOVE MT-ADJ-OPERATOR TO BA-ENTERED-BY
           MOVE TODAYS-DATE-TAG TO BA-ENTERED-DATE
           SET BA-PENDING TO TRUE
           WRITE BALANCE-ADJUST-RECORD
           CLOSE ADJUST-FILE
           ADD 1 TO ADJ-REQUEST-COUNT
           DISPLAY "Adjustment " BA-ADJ-ID " for " BA-CUST-ID
               " held for approval".

      *> No reason-code or operator file means no code or operator
      *> is recognized, so every B transaction is refused - the
      *> door fails closed, as OPERATOR-MENU's sign-on does.
       LOAD-ADJUSTMENT-CONTROLS.
           OPEN INPUT REASON-FILE
           IF REASON-FILE-STATUS = "00"
               PERFORM UNTIL REASON-AT-END
                   READ REASON-FILE
                       AT END SET REASON-AT-END TO TRUE
                       NOT AT END
                           IF RSN-CODE NOT = SPACES AND
                              REASON-COUNT < 100
                               ADD 1 TO REASON-COUNT
                               MOVE RSN-CODE TO RT-CODE(REASON-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REASON-FILE
           END-IF

           OPEN INPUT AUTH-FILE
           IF AUTH-FILE-STATUS = "00"
               PERFORM UNTIL AUTH-AT-END
                   READ AUTH-FILE
                       AT END SET AUTH-AT-END TO TRUE
                       NOT AT END
                           IF AUTH-OPERATOR-ID NOT = SPACES AND
                              OPERATOR-COUNT < 200
                               ADD 1 TO OPERATOR-COUNT
                               MOVE AUTH-OPERATOR-ID
                                   TO OT-OPERATOR-ID(OPERATOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF

           OPEN INPUT ADJUST-FILE
           IF ADJUST-FILE-STATUS = "00"
               PERFORM UNTIL ADJUST-AT-END
                   READ ADJUST-FILE
                       AT END SET ADJUST-AT-END TO TRUE
                       NOT AT END
                           IF BA-ADJ-ID IS NUMERIC AND
                              BA-ADJ-ID > LAST-ADJ-ID
                               MOVE BA-ADJ-ID TO LAST-ADJ-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUST-FILE
           END-IF.

       LOAD-CREDIT-LIMITS.
           OPEN INPUT CREDIT-LIMIT-FILE
           IF CREDIT-LIMIT-STATUS = "00"
