      *> written off, or left pending - lands on the disposition
      *> file, so month-end can prove what became of every reject
      *> instead of fixes being retyped into the next day's feed
      *> with no trail. The price exceptions MIXED-EXAMPLE diverts
      *> to sales-price.exceptions (reason PRICE VAR) are offered
      *> the same way once sales-data.rejects is worked through -
      *> a repaired line must come back inside the price tolerance,
      *> or the product's PM-UNIT-PRICE corrected through PROD-MAINT
      *> first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO "sales-data.rejects"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT PRICE-EXCEPTION-FILE
               ASSIGN TO "sales-price.exceptions"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRICE-EXCEPTION-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "sales-reject-disp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPOSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Both queues carry the REJREC image; each is read into the
      *> one working-storage copy the rest of the desk works from.
       FD REJECT-FILE.
       01 REJECT-FILE-RECORD     PIC X(133).

       FD PRICE-EXCEPTION-FILE.
       01 PRICE-EXCEPTION-RECORD PIC X(133).

      *> One record per operator decision: which reject (by its run
      *> date and feed line number), what was decided, and the
       01 RESUBMIT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY REJREC.

       01 REJECT-FILE-STATUS  PIC X(2).
       01 PRICE-EXCEPTION-STATUS PIC X(2).
       01 DISPOSITION-STATUS  PIC X(2).
       01 RESUBMIT-STATUS     PIC X(2).

       01 REJECT-EOF-FLAG     PIC X VALUE "N".
          88 REJECT-AT-END    VALUE "Y".
       01 PRICE-EOF-FLAG      PIC X VALUE "N".
          88 PRICE-AT-END     VALUE "Y".
       01 REJECT-OPEN-FLAG    PIC X VALUE "N".
          88 REJECT-QUEUE-OPEN VALUE "Y".
       01 PRICE-OPEN-FLAG     PIC X VALUE "N".
          88 PRICE-QUEUE-OPEN VALUE "Y".
       01 DISP-EOF-FLAG       PIC X VALUE "N".
          88 DISP-AT-END      VALUE "Y".
       01 OPERATOR-DONE-FLAG  PIC X VALUE "N".
           PERFORM LOAD-SETTLED-DISPOSITIONS

           OPEN INPUT REJECT-FILE
           IF REJECT-FILE-STATUS = "00"
               SET REJECT-QUEUE-OPEN TO TRUE
           END-IF
           OPEN INPUT PRICE-EXCEPTION-FILE
           IF PRICE-EXCEPTION-STATUS = "00"
               SET PRICE-QUEUE-OPEN TO TRUE
           END-IF
           IF NOT REJECT-QUEUE-OPEN AND NOT PRICE-QUEUE-OPEN
               DISPLAY "No sales-data.rejects or "
                   "sales-price.exceptions on file - "
                   "nothing to repair."
               SET JOB-RC-SUCCESS TO TRUE
               MOVE JOB-RETURN-CODE TO RETURN-CODE
                   BY REFERENCE JOB-RETURN-CODE
                   BY REFERENCE ERRLOG-TEXT
               DISPLAY "Error: " ERRLOG-TEXT
               PERFORM CLOSE-REJECT-QUEUES
               MOVE JOB-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
               OPEN OUTPUT RESUBMIT-FILE
           END-IF

           IF REJECT-QUEUE-OPEN
               PERFORM UNTIL REJECT-AT-END OR OPERATOR-IS-DONE
                   READ REJECT-FILE INTO REJECT-RECORD
                       AT END SET REJECT-AT-END TO TRUE
                       NOT AT END PERFORM OFFER-ONE-REJECT
                   END-READ
               END-PERFORM
           END-IF

           IF PRICE-QUEUE-OPEN
               PERFORM UNTIL PRICE-AT-END OR OPERATOR-IS-DONE
                   READ PRICE-EXCEPTION-FILE INTO REJECT-RECORD
                       AT END SET PRICE-AT-END TO TRUE
                       NOT AT END PERFORM OFFER-ONE-REJECT
                   END-READ
               END-PERFORM
           END-IF

           PERFORM CLOSE-REJECT-QUEUES
           CLOSE DISPOSITION-FILE
           CLOSE RESUBMIT-FILE

           MOVE JOB-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> Only the queues that actually opened are closed.
       CLOSE-REJECT-QUEUES.
           IF REJECT-QUEUE-OPEN
               CLOSE REJECT-FILE
           END-IF
           IF PRICE-QUEUE-OPEN
               CLOSE PRICE-EXCEPTION-FILE
           END-IF.

      *> Reads the disposition trail and remembers every reject that
      *> is already settled. PENDING records are deliberately not
      *> remembered - a pending reject comes back around on the next
