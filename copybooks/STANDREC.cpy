      *> Shared academic-standing history record layout. One record
      *> per student per closed term, written by ACADEMIC-STANDING:
      *> the term and cumulative GPAs the standing was judged on,
      *> the standing itself and how many terms running the
      *> student has now been on probation, which is what the next
      *> term's dismissal decision counts from.
       01 STANDING-RECORD.
          05 ST-STUDENT-NAME   PIC X(20).
          05 FILLER            PIC X(2).
          05 ST-TERM-ID        PIC X(8).
          05 FILLER            PIC X(2).
          05 ST-TERM-GPA       PIC 9V99.
          05 FILLER            PIC X(2).
          05 ST-CUMULATIVE-GPA PIC 9V99.
          05 FILLER            PIC X(2).
          05 ST-STANDING       PIC X(1).
             88 ST-HIGH-HONORS      VALUE "H".
             88 ST-HONOR-ROLL       VALUE "R".
             88 ST-GOOD-STANDING    VALUE "G".
             88 ST-PROBATION        VALUE "P".
             88 ST-DISMISSAL-REVIEW VALUE "D".
          05 FILLER            PIC X(2).
          05 ST-PROBATION-TERMS PIC 9(2).
