               ASSIGN TO "fx-reval-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-JOURNAL-STATUS.
           SELECT ADJUSTMENT-JOURNAL-FILE
               ASSIGN TO "adjustment-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-JOURNAL-STATUS.
           SELECT VARIANCE-FILE
               ASSIGN TO "recon-detail-variance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
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

       FD VARIANCE-FILE.
       01 VARIANCE-RECORD.
          05 VAR-RUN-DATE     PIC X(8).
       01 PAYMENT-JOURNAL-STATUS PIC X(2).
       01 TAX-JOURNAL-STATUS  PIC X(2).
       01 FX-JOURNAL-STATUS   PIC X(2).
       01 ADJUSTMENT-JOURNAL-STATUS PIC X(2).
       01 VARIANCE-STATUS     PIC X(2).

       01 SNAPSHOT-EOF-FLAG   PIC X VALUE "N".
          88 TAXJRNL-AT-END   VALUE "Y".
       01 FXJRNL-EOF-FLAG     PIC X VALUE "N".
          88 FXJRNL-AT-END    VALUE "Y".
       01 ADJJRNL-EOF-FLAG    PIC X VALUE "N".
          88 ADJJRNL-AT-END   VALUE "Y".
       01 MASTER-EOF-FLAG     PIC X VALUE "N".
          88 MASTER-AT-END    VALUE "Y".


           PERFORM LOAD-TODAYS-FX-MOVEMENTS

           PERFORM LOAD-TODAYS-ADJUSTMENTS

           OPEN INPUT CUSTOMER-MASTER
           IF CUST-MASTER-STATUS NOT = "00"
               SET JOB-RC-SEVERE TO TRUE
               CLOSE FX-JOURNAL-FILE
           END-IF.

      *> Write-offs and bad-debt recoveries stamped today are
      *> balance movement like any other charge.
       LOAD-TODAYS-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-JOURNAL-FILE
           IF ADJUSTMENT-JOURNAL-STATUS = "00"
               PERFORM UNTIL ADJJRNL-AT-END
                   READ ADJUSTMENT-JOURNAL-FILE
                       AT END SET ADJJRNL-AT-END TO TRUE
                       NOT AT END
                           IF ADJJ-RUN-DATE = TODAYS-DATE-TAG
                               MOVE ADJJ-CUST-ID
                                   TO EXPECTED-CUST-ID
                               COMPUTE EXPECTED-AMOUNT =
                                   FUNCTION NUMVAL(ADJJ-AMOUNT)
                               PERFORM TALLY-EXPECTED-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADJUSTMENT-JOURNAL-FILE
           END-IF.

       TALLY-EXPECTED-MOVEMENT.
           SET POST-IDX TO 1
           SEARCH POSTED-ENTRY
