      *> balance movement is journaled, this job rebuilds the
      *> indexed master from customer-master.bak and then replays
      *> every balance-moving journal - sales postings, accruals,
      *> payments, tax charges, FX revaluations, and adjustments
      *> (write-offs and bad-debt recoveries) - forward from
      *> the backup's trailer date, oldest day first. Within a day
      *> each account's next step is picked by matching its before
      *> image to the account's running balance, because the
               ASSIGN TO "fx-reval-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-JOURNAL-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
          05 FILLER           PIC X(2).
          05 FXJ-BALANCE-AFTER PIC -9(8).99.

      *> The adjustment journal (write-offs and bad-debt recoveries)
      *> is the shared ACCJRNL shape again, under its own names.
       FD ADJUSTMENT-JOURNAL-FILE.
       01 ADJUSTMENT-JOURNAL-REC.
          05 ADJJ-RUN-DATE    PIC X(8).
          05 FILLER           PIC X(2).
          05 ADJJ-CUST-ID     PIC 9(6).
          05 FILLER           PIC X(2).
          05 ADJJ-CHARGE-TYPE PIC X(8).
          05 FILLER           PIC X(2).
          05 ADJJ-AMOUNT      PIC -9(6).99.
          05 FILLER           PIC X(2).
          05 ADJJ-BALANCE-BEFORE PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 ADJJ-BALANCE-AFTER PIC -9(8).99.
          05 FILLER           PIC X(2).
          05 ADJJ-REFERENCE   PIC X(12).

       WORKING-STORAGE SECTION.
       01 CUST-MASTER-STATUS     PIC X(2).
       01 BACKUP-FILE-STATUS     PIC X(2).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 TAX-JOURNAL-STATUS     PIC X(2).
       01 FX-JOURNAL-STATUS      PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).

       01 BACKUP-EOF-FLAG     PIC X VALUE "N".
          88 BACKUP-AT-END    VALUE "Y".
          88 TAXJRNL-AT-END   VALUE "Y".
       01 FXJRNL-EOF-FLAG     PIC X VALUE "N".
          88 FXJRNL-AT-END    VALUE "Y".
       01 ADJJRNL-EOF-FLAG    PIC X VALUE "N".
          88 ADJJRNL-AT-END   VALUE "Y".

       01 CONFIRM-FLAG        PIC X VALUE "N".

          05 FILLER            PIC X(87).

      *> Every journal record dated after the backup, from all
      *> six journals, held together so the replay can run in
      *> strict date order across sources - the before/after chain
      *> on an account only verifies if the steps go back on in
      *> the order they originally happened.
                   END-READ
               END-PERFORM
               CLOSE FX-JOURNAL-FILE
           END-IF

           OPEN INPUT ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS = "00"
               PERFORM UNTIL ADJJRNL-AT-END
                   READ ADJUSTMENT-JOURNAL-FILE
                       AT END SET ADJJRNL-AT-END TO TRUE
                       NOT AT END
                           IF ADJJ-RUN-DATE > BACKUP-DATE-TAG
                               PERFORM STORE-ADJUSTMENT-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-JOURNAL-FILE
           END-IF.

       STORE-POSTING-STEP.
               SET REPLAY-TABLE-OVERFLOWED TO TRUE
           END-IF.

       STORE-ADJUSTMENT-STEP.
           IF REPLAY-COUNT < 2000
               ADD 1 TO REPLAY-COUNT
               MOVE ADJJ-RUN-DATE TO RJ-RUN-DATE(REPLAY-COUNT)
               MOVE ADJJ-CUST-ID  TO RJ-CUST-ID(REPLAY-COUNT)
               COMPUTE RJ-AMOUNT(REPLAY-COUNT) =
                   FUNCTION NUMVAL(ADJJ-AMOUNT)
               COMPUTE RJ-BEFORE(REPLAY-COUNT) =
                   FUNCTION NUMVAL(ADJJ-BALANCE-BEFORE)
               COMPUTE RJ-AFTER(REPLAY-COUNT) =
                   FUNCTION NUMVAL(ADJJ-BALANCE-AFTER)
               MOVE "ADJUST"  TO RJ-SOURCE(REPLAY-COUNT)
               MOVE "N"       TO RJ-APPLIED(REPLAY-COUNT)
           ELSE
               SET REPLAY-TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> Strict date order, then within a day by the before/after
      *> chain itself: a step is applied when its before image
      *> equals its account's running balance, and passes repeat
      *> until one applies nothing more. Six journals interleave
      *> inside a day (SALES-POSTING writes sale, tax, sale for
      *> one account), so file order cannot be trusted; the chain
      *> can. Whatever still won't chain after that is applied in
