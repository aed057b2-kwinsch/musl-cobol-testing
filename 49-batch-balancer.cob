       01 TARGET-LINK-IDX     PIC S9(4) COMP.
       01 SCAN-LINK-IDX       PIC S9(4) COMP.
       01 LOOKUP-JOB-NAME     PIC X(30).
       01 HANDOFF-SOURCE-NAME PIC X(30).
       01 HANDOFF-TARGET-NAME PIC X(30).
       01 FOUND-LINK-IDX      PIC S9(4) COMP.
       01 DISPOSED-TOTAL      PIC 9(9).
       01 BREAK-COUNT         PIC 9(4) VALUE 0.
      *> Second check: the handoffs. The chain is the fixed
      *> sequence BATCH-DRIVER runs, so the pairs are named here:
      *> what MIXED-EXAMPLE accepted is what SALES-POSTING must
      *> have read, and what PAYMENT-POSTING applied is what
      *> DEPOSIT-RECON must have reconciled against the bank. A
      *> pair with either side missing is skipped - a job that
      *> didn't run isn't a count break. Late payments approved by
      *> PERIOD-ADJ-APPROVE never passed through PAYMENT-POSTING;
      *> DEPOSIT-RECON balances them on DEPOSIT-RECON-LATE, which
      *> is no handoff.
       CHECK-CHAIN-HANDOFFS.
           MOVE "MIXED-EXAMPLE" TO HANDOFF-SOURCE-NAME
           MOVE "SALES-POSTING" TO HANDOFF-TARGET-NAME
           PERFORM CHECK-ONE-HANDOFF
           MOVE "PAYMENT-POSTING" TO HANDOFF-SOURCE-NAME
           MOVE "DEPOSIT-RECON"   TO HANDOFF-TARGET-NAME
           PERFORM CHECK-ONE-HANDOFF.

       CHECK-ONE-HANDOFF.
           MOVE HANDOFF-SOURCE-NAME TO LOOKUP-JOB-NAME
           PERFORM FIND-JOB-LINK
           MOVE FOUND-LINK-IDX TO SOURCE-LINK-IDX
           MOVE HANDOFF-TARGET-NAME TO LOOKUP-JOB-NAME
           PERFORM FIND-JOB-LINK
           MOVE FOUND-LINK-IDX TO TARGET-LINK-IDX

                   MOVE JL-RECORDS-IN(TARGET-LINK-IDX)
                       TO COUNT-B-ED
                   MOVE SPACES TO REPORT-LINE
                   STRING "  BREAK "
                       HANDOFF-SOURCE-NAME DELIMITED BY SPACE
                       " accepted " COUNT-A-ED " but "
                       DELIMITED BY SIZE
                       HANDOFF-TARGET-NAME DELIMITED BY SPACE
                       " read " COUNT-B-ED
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
