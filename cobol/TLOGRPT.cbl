           05  WS-SECONDS              PIC 9(2).
           05  WS-HUND-SECOND          PIC 9(2).
           05  WS-GMT                  PIC X(5).
      *  TLOGBDAY parameters - the shop processing date and business
      *  day ages.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-ID-SUM                   PIC 9(7) VALUE 0.
       01  WS-READ-COUNT                PIC 9(7) VALUE 0.
       01  WS-WRITTEN-COUNT             PIC 9(7) VALUE 0.
       01  WS-AGE-INS                  PIC 9(5).
       01  WS-AGE-POS                  PIC 9(5).
       01  WS-AGE-SHIFT                PIC 9(5).
       01  WS-AGE-DAYS-CALC            PIC S9(8) VALUE 0.
       01  WS-AGE-BUCKETS.
           05  WS-AGE-UNDER30-COUNT    PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  AGR-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE 'OPEN DEFECT AGING REPORT - OLDEST FIRST'.
           05  FILLER                  PIC X(20)
               VALUE '(BUSINESS DAYS)'.
       01  AGR-HEADER-3.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY'.
           PERFORM LOAD-AUT-PARA.
           PERFORM READ-SELECT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM GET-PROCESS-DATE-PARA.
           MOVE WS-YEAR TO DT-YEAR.
           MOVE WS-MONTH TO DT-MONTH.
           MOVE WS-DAY TO DT-DAY.
           OPEN INPUT INFILE
                OUTPUT EXCFILE
                EXTEND AUDITFILE.
           EVALUATE TRUE
               WHEN WS-CSV-MODE
                   OPEN OUTPUT CSVFILE
               MOVE 2 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  The run's date is the shop processing date from TLOGBDAY, not
      *  the clock, so a rerun after midnight still reports, audits
      *  and ages as the cycle's own day. It overlays the date part
      *  of WS-CURRENT-DATE, which every date this run prints or
      *  stamps is built from; the time stays the clock time.
       GET-PROCESS-DATE-PARA.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGRPT ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BDY-PROC-DATE (1:4) TO WS-YEAR.
           MOVE WS-BDY-PROC-DATE (6:2) TO WS-MONTH.
           MOVE WS-BDY-PROC-DATE (9:2) TO WS-DAY.
      *  The record is spaced first: VALUE clauses on FILE SECTION
      *  FILLERs are documentation only, so the separator bytes
      *  TLOGHIST parses between fields must be blanked by hand.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  Age in business days, so a weekend or a holiday does not
      *  push a defect into the next bucket; a date TLOGBDAY cannot
      *  age counts as new, as a future date always has.
           MOVE 'A' TO WS-BDY-FUNCTION.
           COMPUTE WS-BDY-DATE = TEST-YEAR * 10000 + TEST-MONTH * 100
               + TEST-DAY.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF WS-BDY-VALID
               MOVE WS-BDY-DAYS TO WS-AGE-DAYS-CALC
           ELSE
               MOVE 0 TO WS-AGE-DAYS-CALC
           END-IF.
           IF WS-AGE-DAYS-CALC < 0
               MOVE 0 TO WS-AGE-DAYS-CALC
           END-IF.
