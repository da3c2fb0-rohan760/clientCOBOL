      *              has come through clean and is dropped;
      *            - a new exception enters suspense at run count 1.
      *          Produces an aging report (new today / 2-7 days /
      *          over 7 days, by business days since first seen,
      *          weekends and shop holidays not counted) so the
      *          departments can be chased, and writes skeleton
      *          CHANGE transactions in TLOGTRAN layout for the
      *          correctable reasons (INVALID DATE, CAT/GRP NOT ON
           05  WS-CHS-OLD-COUNT        PIC 9(5) VALUE 0.
           05  WS-CHS-SKEL-COUNT       PIC 9(5) VALUE 0.
           05  WS-CHS-LINE-COUNT       PIC 9(5) VALUE 0.
      *  "Today" is the shop processing date from TLOGBDAY, so the
      *  first/last-seen dates and the aging follow the cycle being
      *  run, not the clock.
       01  WS-TODAY-DATE               PIC X(10).
       01  WS-FIRST-YYYYMMDD           PIC 9(8) VALUE 0.
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-AGE-DAYS                 PIC S9(5) VALUE 0.
       01  AGE-HEADER-1.
           05  FILLER                  PIC X(60)
           05  AGT-OLD                 PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE 'P' TO WS-BDY-FUNCTION.
           PERFORM CALL-BDAY-PARA.
           MOVE WS-BDY-PROC-DATE TO WS-TODAY-DATE.
           OPEN INPUT EXCIN
                INPUT SUSPOLD
                OUTPUT SUSPNEW
           CALL 'ILBOABN0' USING WS-ABEND-CODE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *  An unusable processing date or holiday calendar gets the
      *  same U0016 as the overflows: a suspense generation aged or
      *  stamped on a guessed date is no better than an empty one.
       CALL-BDAY-PARA.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF WS-BDY-RC = 'X'
               DISPLAY 'TLOGSUSP ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               PERFORM OVERFLOW-ABEND-PARA
           END-IF.
       FIND-EXC-ENTRY-PARA.
           MOVE 'N' TO WS-EXC-FOUND-SW.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   FUNCTION NUMVAL (NSUSP-FIRST-DATE (1:4)) * 10000
                   + FUNCTION NUMVAL (NSUSP-FIRST-DATE (6:2)) * 100
                   + FUNCTION NUMVAL (NSUSP-FIRST-DATE (9:2))
               MOVE 'A' TO WS-BDY-FUNCTION
               MOVE WS-FIRST-YYYYMMDD TO WS-BDY-DATE
               PERFORM CALL-BDAY-PARA
               IF WS-BDY-VALID
                   COMPUTE WS-AGE-DAYS = WS-BDY-DAYS + 1
               ELSE
                   MOVE 1 TO WS-AGE-DAYS
               END-IF
           ELSE
               MOVE 1 TO WS-AGE-DAYS
           END-IF.
