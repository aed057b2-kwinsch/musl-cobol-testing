      *> Shared general-ledger journal entry layout, written by
      *> GL-EXTRACT to gl-journal.dat and applied to the ledger by
      *> GL-POSTING. One GL entry line: the date, the account
      *> posted, and the amount on whichever side it belongs.
      *> Amounts are edited so the plain-text file carries an
      *> ordinary minus sign, as the accrual journal does.
       01 GL-JOURNAL-RECORD.
          05 GLJ-RUN-DATE     PIC X(8).
          05 FILLER           PIC X(2).
          05 GLJ-ACCOUNT      PIC X(12).
          05 FILLER           PIC X(2).
          05 GLJ-DEBIT        PIC -9(9).99.
          05 FILLER           PIC X(2).
          05 GLJ-CREDIT       PIC -9(9).99.
