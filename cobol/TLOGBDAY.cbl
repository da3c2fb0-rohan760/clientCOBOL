      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shop business-date service, CALLed by every batch
      *          program that stamps a run date or ages anything, so
      *          they all agree on what "today" is and on what counts
      *          as a day. Three functions, chosen by LS-FUNCTION:
      *            'P' - hands back the processing date from the
      *                  BDATFILE control record (TLOGBDAT layout) in
      *                  LS-PROCESS-DATE as YYYY-MM-DD;
      *            'A' - also hands back LS-DAYS, the business days
      *                  from LS-DATE (YYYYMMDD) to the processing
      *                  date: each Monday-to-Friday day after LS-DATE
      *                  up to and including the processing date that
      *                  is not on the holiday calendar. LS-DATE on
      *                  the processing date is 0; a LS-DATE after it
      *                  comes back negative;
      *            'N' - replaces LS-DATE with the next business day
      *                  after it (TLOGROLL's date roll). Does not
      *                  touch BDATFILE, so the roll can hold that
      *                  dataset for update in the same step.
      *          LS-RETURN-CODE:
      *            'V' - VALID
      *            'E' - LS-DATE is not a calendar date
      *            'X' - the calendar cannot be used: the control
      *                  record date is not a calendar date or the
      *                  holiday file overflows its table. The caller
      *                  stops, each in its own way - aging against a
      *                  guessed date is the fault this exists to fix.
      *          The control record and the shop holiday calendar
      *          (HOLFILE, one YYYY-MM-DD date per record, '*' in
      *          column 1 a comment, maintained by ops) are loaded
      *          on the first CALL that needs them and kept in
      *          WORKING-STORAGE for the rest of the run,
      *          the way TLOGCALLED keeps its tables. An empty
      *          BDATFILE falls back to the system date so a shop
      *          without the control record still runs; an empty
      *          HOLFILE means weekends only.
      *          Holidays falling on a weekend are not kept - the
      *          weekend is already no business day. Days are
      *          counted with the INTEGER-OF-DATE day number, whose
      *          day 1 (1601-01-01) was a Monday.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TLOGBDAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDATFILE ASSIGN TO BDATFILE.
           SELECT HOLFILE ASSIGN TO HOLFILE.
       DATA DIVISION.
       FILE SECTION.
       FD BDATFILE
           RECORDING MODE F.
       COPY TLOGBDAT.
       FD HOLFILE
           RECORDING MODE F.
       01  HOL-RECORD.
           05  HOL-DATE                PIC X(10).
           05  FILLER                  PIC X(2).
           05  HOL-NAME                PIC X(30).
           05  FILLER                  PIC X(38).
       WORKING-STORAGE SECTION.
       01  WS-BDAT-LOADED-SW           PIC X(1) VALUE 'N'.
           88  WS-BDAT-LOADED              VALUE 'Y'.
       01  WS-HOL-LOADED-SW            PIC X(1) VALUE 'N'.
           88  WS-HOL-LOADED               VALUE 'Y'.
       01  WS-CAL-ERROR-SW             PIC X(1) VALUE 'N'.
           88  WS-CAL-ERROR                VALUE 'Y'.
       01  WS-HOL-EOF-SW               PIC X(1).
           88  WS-HOL-EOF                  VALUE 'Y'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  FILLER                  PIC X(13).
       01  WS-PROC-DATE                PIC X(10) VALUE SPACES.
       01  WS-PROC-INT                 PIC 9(8) VALUE 0.
      *  Weekday holidays only, as INTEGER-OF-DATE day numbers in
      *  ascending order (ordered insert, repeats dropped).
       01  WS-HOL-COUNT                PIC 9(4) VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-INT              PIC 9(8) OCCURS 1000 TIMES.
       01  WS-HOL-SKIP-COUNT           PIC 9(4) VALUE 0.
      *  Binary-search cursors: after RANK-HOLIDAYS-PARA, WS-RANK is
      *  the number of holidays on or before WS-SRCH-INT.
       01  WS-BIN-CONTROL.
           05  WS-BIN-LO               PIC 9(4).
           05  WS-BIN-HI               PIC 9(4).
           05  WS-BIN-MID              PIC 9(4).
           05  WS-SHIFT-POS            PIC 9(4).
           05  WS-SHIFT-TO             PIC 9(4).
       01  WS-SRCH-INT                 PIC 9(8).
       01  WS-RANK                     PIC 9(4).
       01  WS-RANK-FROM                PIC 9(4).
       01  WS-RANK-TO                  PIC 9(4).
      *  Date edit work area: WS-CHK-DATE in, WS-DATE-OK-SW out.
       01  WS-CHK-DATE                 PIC 9(8).
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           05  WS-CHK-YEAR             PIC 9(4).
           05  WS-CHK-MONTH            PIC 9(2).
           05  WS-CHK-DAY              PIC 9(2).
       01  WS-DATE-OK-SW               PIC X(1).
           88  WS-DATE-OK                  VALUE 'Y'.
       01  WS-MAX-DAY                  PIC 9(2).
       01  WS-DAYS-IN-MONTH.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TBL REDEFINES WS-DAYS-IN-MONTH.
           05  WS-DIM                  PIC 9(2) OCCURS 12 TIMES.
      *  A YYYY-MM-DD text date taken apart for the edit.
       01  WS-TEXT-DATE                PIC X(10).
       01  WS-TEXT-DATE-PARTS REDEFINES WS-TEXT-DATE.
           05  WS-TXT-YEAR             PIC X(4).
           05  WS-TXT-DASH-1           PIC X(1).
           05  WS-TXT-MONTH            PIC X(2).
           05  WS-TXT-DASH-2           PIC X(1).
           05  WS-TXT-DAY              PIC X(2).
      *  Day-number arithmetic.
       01  WS-FROM-INT                 PIC 9(8).
       01  WS-NEXT-INT                 PIC 9(8).
       01  WS-WEEKDAY-INT              PIC 9(8).
       01  WS-WEEKDAYS                 PIC 9(8).
       01  WS-WEEKDAYS-FROM            PIC 9(8).
       01  WS-WEEKDAYS-TO              PIC 9(8).
       01  WS-WEEK-QUOT                PIC 9(8).
       01  WS-WEEK-REM                 PIC 9(1).
       01  WS-BUS-DAYS                 PIC 9(7).
       01  WS-BUS-DAY-SW               PIC X(1).
           88  WS-BUS-DAY                  VALUE 'Y'.
       LINKAGE SECTION.
       01  LS-FUNCTION                 PIC X(1).
           88  LS-GET-PROCESS-DATE         VALUE 'P'.
           88  LS-GET-AGE                  VALUE 'A'.
           88  LS-GET-NEXT-DAY             VALUE 'N'.
       01  LS-DATE                     PIC 9(8).
       01  LS-PROCESS-DATE             PIC X(10).
       01  LS-DAYS                     PIC S9(7).
       01  LS-RETURN-CODE              PIC X(1).
           88  LS-VALID                    VALUE 'V'.
           88  LS-BAD-DATE                 VALUE 'E'.
           88  LS-CALENDAR-ERROR           VALUE 'X'.
       PROCEDURE DIVISION USING LS-FUNCTION LS-DATE LS-PROCESS-DATE
                                 LS-DAYS LS-RETURN-CODE.
       MAIN-PARA.
           SET LS-VALID TO TRUE.
           MOVE 0 TO LS-DAYS.
           IF NOT WS-HOL-LOADED
               PERFORM LOAD-HOLIDAYS-PARA
           END-IF.
           IF NOT LS-GET-NEXT-DAY AND NOT WS-BDAT-LOADED
               PERFORM LOAD-BDAT-PARA
           END-IF.
           IF WS-CAL-ERROR
               SET LS-CALENDAR-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
               WHEN LS-GET-NEXT-DAY
                   PERFORM NEXT-BUSINESS-DAY-PARA
               WHEN LS-GET-AGE
                   MOVE WS-PROC-DATE TO LS-PROCESS-DATE
                   PERFORM BUSINESS-AGE-PARA
               WHEN OTHER
                   MOVE WS-PROC-DATE TO LS-PROCESS-DATE
           END-EVALUATE.
           EXIT PROGRAM.
      *  An unusable control record date is an error, not a fallback:
      *  somebody keyed it, and guessing past it would stamp and age
      *  the whole cycle on the wrong day.
       LOAD-BDAT-PARA.
           OPEN INPUT BDATFILE.
           READ BDATFILE
               AT END
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   STRING WS-YEAR    DELIMITED BY SIZE
                          '-'        DELIMITED BY SIZE
                          WS-MONTH   DELIMITED BY SIZE
                          '-'        DELIMITED BY SIZE
                          WS-DAY     DELIMITED BY SIZE
                     INTO WS-PROC-DATE
                   END-STRING
                   DISPLAY 'TLOGBDAY: NO PROCESSING DATE RECORD - '
                           'RUNNING AS SYSTEM DATE ' WS-PROC-DATE
               NOT AT END
                   MOVE BDT-PROCESS-DATE TO WS-PROC-DATE
           END-READ.
           CLOSE BDATFILE.
           MOVE WS-PROC-DATE TO WS-TEXT-DATE.
           PERFORM EDIT-TEXT-DATE-PARA.
           IF WS-DATE-OK
               COMPUTE WS-PROC-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CHK-DATE)
               DISPLAY 'TLOGBDAY: PROCESSING DATE ' WS-PROC-DATE
                       ', ' WS-HOL-COUNT ' WEEKDAY HOLIDAYS ON FILE'
           ELSE
               DISPLAY 'TLOGBDAY ERROR: PROCESSING DATE ON BDATFILE '
                       'IS NOT A DATE: ' WS-PROC-DATE
               SET WS-CAL-ERROR TO TRUE
           END-IF.
           SET WS-BDAT-LOADED TO TRUE.
      *  A bad calendar line is skipped with a warning rather than
      *  stopping the run: at worst one day is aged as a business
      *  day. A calendar past the table is an error - the holidays
      *  lost would be the latest ones, the ones that matter.
       LOAD-HOLIDAYS-PARA.
           MOVE 'N' TO WS-HOL-EOF-SW.
           OPEN INPUT HOLFILE.
           READ HOLFILE
               AT END
                   SET WS-HOL-EOF TO TRUE
           END-READ.
           PERFORM LOAD-HOLIDAY-RECORD-PARA
               UNTIL WS-HOL-EOF
           CLOSE HOLFILE.
           SET WS-HOL-LOADED TO TRUE.
      *  '*' in column 1 is a comment, as on the other ops files.
       LOAD-HOLIDAY-RECORD-PARA.
           MOVE HOL-DATE TO WS-TEXT-DATE.
           PERFORM EDIT-TEXT-DATE-PARA.
           EVALUATE TRUE
               WHEN HOL-DATE (1:1) = '*'
                   CONTINUE
               WHEN WS-DATE-OK
                   COMPUTE WS-SRCH-INT = FUNCTION INTEGER-OF-DATE
                       (WS-CHK-DATE)
                   MOVE WS-SRCH-INT TO WS-WEEKDAY-INT
                   PERFORM WEEKDAY-TEST-PARA
                   IF WS-BUS-DAY
                       PERFORM INSERT-HOLIDAY-PARA
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-HOL-SKIP-COUNT
                   DISPLAY 'TLOGBDAY: HOLIDAY RECORD SKIPPED, NOT A '
                           'DATE: ' HOL-DATE
           END-EVALUATE.
           READ HOLFILE
               AT END
                   SET WS-HOL-EOF TO TRUE
           END-READ.
       INSERT-HOLIDAY-PARA.
           PERFORM RANK-HOLIDAYS-PARA.
           IF WS-RANK > 0
              AND WS-HOL-INT (WS-RANK) = WS-SRCH-INT
               CONTINUE
           ELSE
               IF WS-HOL-COUNT >= 1000
                   DISPLAY 'TLOGBDAY ERROR: HOLFILE EXCEEDS THE '
                           '1000-ENTRY HOLIDAY TABLE'
                   SET WS-CAL-ERROR TO TRUE
                   SET WS-HOL-EOF TO TRUE
               ELSE
                   MOVE WS-HOL-COUNT TO WS-SHIFT-POS
                   PERFORM SHIFT-HOLIDAY-DOWN-PARA
                       UNTIL WS-SHIFT-POS <= WS-RANK
                   COMPUTE WS-SHIFT-TO = WS-RANK + 1
                   MOVE WS-SRCH-INT TO WS-HOL-INT (WS-SHIFT-TO)
                   ADD 1 TO WS-HOL-COUNT
               END-IF
           END-IF.
       SHIFT-HOLIDAY-DOWN-PARA.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-POS + 1.
           MOVE WS-HOL-INT (WS-SHIFT-POS) TO WS-HOL-INT (WS-SHIFT-TO).
           SUBTRACT 1 FROM WS-SHIFT-POS.
      *  Count of holidays on or before WS-SRCH-INT: the search
      *  closes on the first entry after it.
       RANK-HOLIDAYS-PARA.
           MOVE 1 TO WS-BIN-LO.
           COMPUTE WS-BIN-HI = WS-HOL-COUNT + 1.
           PERFORM PROBE-HOLIDAY-PARA
               UNTIL WS-BIN-LO >= WS-BIN-HI.
           COMPUTE WS-RANK = WS-BIN-LO - 1.
       PROBE-HOLIDAY-PARA.
           COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2.
           IF WS-HOL-INT (WS-BIN-MID) <= WS-SRCH-INT
               COMPUTE WS-BIN-LO = WS-BIN-MID + 1
           ELSE
               MOVE WS-BIN-MID TO WS-BIN-HI
           END-IF.
      *  Monday to Friday test on WS-WEEKDAY-INT: day 1 was a Monday,
      *  so (day - 1) mod 7 runs 0 for Monday to 6 for Sunday.
       WEEKDAY-TEST-PARA.
           COMPUTE WS-WEEK-QUOT = WS-WEEKDAY-INT - 1.
           DIVIDE WS-WEEK-QUOT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEK-REM.
           IF WS-WEEK-REM < 5
               MOVE 'Y' TO WS-BUS-DAY-SW
           ELSE
               MOVE 'N' TO WS-BUS-DAY-SW
           END-IF.
      *  Monday-to-Friday days from day 1 through WS-WEEKDAY-INT: five
      *  per whole week, plus the first five at most of the part week.
       COUNT-WEEKDAYS-PARA.
           DIVIDE WS-WEEKDAY-INT BY 7 GIVING WS-WEEK-QUOT
               REMAINDER WS-WEEK-REM.
           IF WS-WEEK-REM > 5
               MOVE 5 TO WS-WEEK-REM
           END-IF.
           COMPUTE WS-WEEKDAYS = WS-WEEK-QUOT * 5 + WS-WEEK-REM.
      *  Business days in (from, to] is the weekdays in it less the
      *  weekday holidays in it; the later date goes on top and the
      *  sign says which way round the dates were.
       BUSINESS-AGE-PARA.
           MOVE LS-DATE TO WS-CHK-DATE.
           PERFORM EDIT-DATE-PARA.
           IF NOT WS-DATE-OK
               SET LS-BAD-DATE TO TRUE
           ELSE
               COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CHK-DATE)
               IF WS-FROM-INT < WS-PROC-INT
                   MOVE WS-FROM-INT TO WS-WEEKDAY-INT
                   MOVE WS-PROC-INT TO WS-NEXT-INT
               ELSE
                   MOVE WS-PROC-INT TO WS-WEEKDAY-INT
                   MOVE WS-FROM-INT TO WS-NEXT-INT
               END-IF
               PERFORM COUNT-WEEKDAYS-PARA
               MOVE WS-WEEKDAYS TO WS-WEEKDAYS-FROM
               MOVE WS-WEEKDAY-INT TO WS-SRCH-INT
               PERFORM RANK-HOLIDAYS-PARA
               MOVE WS-RANK TO WS-RANK-FROM
               MOVE WS-NEXT-INT TO WS-WEEKDAY-INT
               PERFORM COUNT-WEEKDAYS-PARA
               MOVE WS-WEEKDAYS TO WS-WEEKDAYS-TO
               MOVE WS-NEXT-INT TO WS-SRCH-INT
               PERFORM RANK-HOLIDAYS-PARA
               MOVE WS-RANK TO WS-RANK-TO
               COMPUTE WS-BUS-DAYS = WS-WEEKDAYS-TO - WS-WEEKDAYS-FROM
                   - (WS-RANK-TO - WS-RANK-FROM)
               IF WS-FROM-INT > WS-PROC-INT
                   COMPUTE LS-DAYS = 0 - WS-BUS-DAYS
               ELSE
                   MOVE WS-BUS-DAYS TO LS-DAYS
               END-IF
           END-IF.
       NEXT-BUSINESS-DAY-PARA.
           MOVE LS-DATE TO WS-CHK-DATE.
           PERFORM EDIT-DATE-PARA.
           IF NOT WS-DATE-OK
               SET LS-BAD-DATE TO TRUE
           ELSE
               COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CHK-DATE)
               MOVE 'N' TO WS-BUS-DAY-SW
               PERFORM STEP-NEXT-DAY-PARA
                   UNTIL WS-BUS-DAY
               COMPUTE LS-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-NEXT-INT)
           END-IF.
       STEP-NEXT-DAY-PARA.
           ADD 1 TO WS-NEXT-INT.
           MOVE WS-NEXT-INT TO WS-WEEKDAY-INT.
           PERFORM WEEKDAY-TEST-PARA.
           IF WS-BUS-DAY
               MOVE WS-NEXT-INT TO WS-SRCH-INT
               PERFORM RANK-HOLIDAYS-PARA
               IF WS-RANK > 0
                  AND WS-HOL-INT (WS-RANK) = WS-NEXT-INT
                   MOVE 'N' TO WS-BUS-DAY-SW
               END-IF
           END-IF.
      *  YYYY-MM-DD in WS-TEXT-DATE, edited and left as YYYYMMDD in
      *  WS-CHK-DATE.
       EDIT-TEXT-DATE-PARA.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-TXT-YEAR NUMERIC
              AND WS-TXT-MONTH NUMERIC
              AND WS-TXT-DAY NUMERIC
              AND WS-TXT-DASH-1 = '-'
              AND WS-TXT-DASH-2 = '-'
               MOVE WS-TXT-YEAR TO WS-CHK-YEAR
               MOVE WS-TXT-MONTH TO WS-CHK-MONTH
               MOVE WS-TXT-DAY TO WS-CHK-DAY
               PERFORM EDIT-DATE-PARA
           END-IF.
      *  Same calendar rules TLOGMAINT's EDIT-TRAN-DATE-RANGE-PARA
      *  applies to a keyed date.
       EDIT-DATE-PARA.
           MOVE 'N' TO WS-DATE-OK-SW.
           IF WS-CHK-DATE NUMERIC
              AND WS-CHK-YEAR NOT < 1900 AND WS-CHK-YEAR NOT > 2099
              AND WS-CHK-MONTH NOT < 1 AND WS-CHK-MONTH NOT > 12
               MOVE WS-DIM (WS-CHK-MONTH) TO WS-MAX-DAY
               IF WS-CHK-MONTH = 2
                  AND FUNCTION MOD (WS-CHK-YEAR, 4) = 0
                  AND (FUNCTION MOD (WS-CHK-YEAR, 100) NOT = 0
                       OR FUNCTION MOD (WS-CHK-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-CHK-DAY NOT < 1 AND WS-CHK-DAY NOT > WS-MAX-DAY
                   MOVE 'Y' TO WS-DATE-OK-SW
               END-IF
           END-IF.
