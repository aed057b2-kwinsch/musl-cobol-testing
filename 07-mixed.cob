           SELECT REJECT-FILE ASSIGN TO "sales-data.rejects"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO "sales-price.exceptions"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-EXCEPTION-STATUS.
           SELECT BALANCE-FWD-FILE ASSIGN TO "sales-ytd.bal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BALANCE-FWD-STATUS.
       FD REJECT-FILE.
       COPY REJREC.

      *> Lines SALES-LINE-EDIT rejects as PRICE VAR: the same
      *> REJREC image, kept apart from the field-edit rejects so
      *> the pricing desk works its own queue through REJECT-REPAIR.
       FD PRICE-EXCEPTION-FILE.
       01 PRICE-EXCEPTION-RECORD PIC X(133).

      *> Running year-to-date total, carried forward across daily
      *> runs the way the old ledger system did.
       FD BALANCE-FWD-FILE.
       01 REJECT-COUNT    PIC 9(7) VALUE 0.
       01 RETURN-COUNT    PIC 9(7) VALUE 0.
       01 REJECT-FILE-STATUS PIC X(2).
       01 PRICE-EXCEPTION-STATUS PIC X(2).
       01 PRICE-EXCEPTION-COUNT  PIC 9(7) VALUE 0.
       01 BALANCE-FWD-STATUS PIC X(2).
       01 YTD-SALES          PIC S9(9)V99 VALUE 0.
       01 CKPT-FILE-STATUS   PIC X(2).
           PERFORM RESET-CHECKPOINT

           CLOSE REJECT-FILE
           CLOSE PRICE-EXCEPTION-FILE
           CLOSE DUP-SUSPENSE-FILE

           PERFORM WRITE-LINE-HISTORY
           DISPLAY "Total sales: " TOTAL-SALES
           DISPLAY "Lines processed: " LINE-COUNT
           DISPLAY "Lines rejected: " REJECT-COUNT
           DISPLAY "Price exceptions: " PRICE-EXCEPTION-COUNT
           DISPLAY "Duplicates held: " DUP-COUNT
           DISPLAY "Returns/credits: " RETURN-COUNT

                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           IF PRICE-EXCEPTION-COUNT > 0
               SET JOB-RC-WARNING TO TRUE
               STRING "Lines outside price tolerance diverted to "
                   "sales-price.exceptions"
                   DELIMITED BY SIZE INTO ERRLOG-TEXT
               CALL "ERRLOG-WRITER" USING
                   BY REFERENCE ERRLOG-JOB-NAME
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "WARNING: " ERRLOG-TEXT
           END-IF
           DISPLAY "Year-to-date sales: " YTD-SALES

           PERFORM DISPLAY-THROUGHPUT
                           ADD AMOUNT TO FEED-SUBTOTAL(FEED-INDEX)
                           PERFORM NOTE-LINE-ON-HISTORY

      *> The feed name goes into columns 61-80 (SD-FEED-NAME)
      *> of the processed.txt copy only - the line history and
      *> any reject keep the line exactly as the office sent it.
                           IF LINE-COUNT > RESTART-FROM
                               MOVE FILENAME TO LINE-BUFFER(61:20)
                               CALL "c_write_line" USING
                                   BY REFERENCE OUTPUT-FILE
                                   BY REFERENCE LINE-BUFFER
           IF REJECT-FILE-STATUS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           OPEN EXTEND PRICE-EXCEPTION-FILE
           IF PRICE-EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT PRICE-EXCEPTION-FILE
           END-IF
           OPEN EXTEND DUP-SUSPENSE-FILE
           IF DUP-SUSPENSE-STATUS NOT = "00"
               OPEN OUTPUT DUP-SUSPENSE-FILE
           MOVE SED-REASON-CODE  TO REJ-REASON-CODE
           MOVE FILENAME         TO REJ-FEED-NAME
           MOVE LINE-BUFFER      TO REJ-ORIGINAL-TEXT
           IF SED-REASON-CODE = "PRICE VAR"
               ADD 1 TO PRICE-EXCEPTION-COUNT
               WRITE PRICE-EXCEPTION-RECORD FROM REJECT-RECORD
           ELSE
               WRITE REJECT-RECORD
           END-IF.

      *> Start-of-job interlock: every batch program that writes
      *> shared state takes the one run lock, so two jobs cannot
