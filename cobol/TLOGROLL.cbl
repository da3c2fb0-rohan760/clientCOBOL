      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rolls the shop processing date (BDATFILE, TLOGBDAT
      *          layout) forward once the cycle for that date is done.
      *          With no PARM the date moves to the next business day
      *          after it - weekends and HOLFILE holidays skipped, by
      *          the same TLOGBDAY rules the aging uses. PARM=
      *          'YYYY-MM-DD' sets the date outright instead: the
      *          first load of the control record, or putting a date
      *          back after a roll made in error.
      *          A plain roll is refused (RC=8, date left alone) when
      *          the date has already been rolled today, or when it
      *          would carry the processing date past the first
      *          business day on or after the system date - either is
      *          the signature of the roll being run twice for one
      *          cycle. The scheduled roll runs the morning after the
      *          cycle, so Monday's cycle rolls to Tuesday on Tuesday
      *          and Friday's to Monday over the weekend or on Monday.
      *          Refused (RC=12) while RUNCTL shows maintenance in
      *          flight, so the date cannot change under a running
      *          apply. RC=16 for a bad PARM, an unusable control
      *          record or holiday calendar.
      *          The record keeps the date rolled from and the system
      *          date and time of the roll, for the run log.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDATFILE ASSIGN TO BDATFILE.
           SELECT RUNCTL ASSIGN TO RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD BDATFILE
           RECORDING MODE F.
       COPY TLOGBDAT.
      *  Run-control interlock maintained by TLOGMAINT: 'Y' while a
      *  maintenance apply is in flight.
       FD RUNCTL
           RECORDING MODE F.
       01  RUNC-RECORD.
           05  RUN-INFLIGHT-SW         PIC X(1).
           05  RUN-JOB-NAME            PIC X(8).
           05  RUN-STAMP-DATE          PIC X(10).
           05  RUN-STAMP-TIME          PIC X(8).
           05  FILLER                  PIC X(53).
       WORKING-STORAGE SECTION.
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  WS-HOURS                PIC 9(2).
           05  WS-MINUTES              PIC 9(2).
           05  WS-SECONDS              PIC 9(2).
           05  WS-HUND-SECOND          PIC 9(2).
           05  WS-GMT                  PIC X(5).
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC X(10).
           05  WS-RUN-TIME             PIC X(8).
       01  WS-SET-DATE-SW              PIC X(1) VALUE 'N'.
           88  WS-SET-DATE                 VALUE 'Y'.
       01  WS-BDAT-FOUND-SW            PIC X(1) VALUE 'N'.
           88  WS-BDAT-FOUND               VALUE 'Y'.
       01  WS-OLD-DATE                 PIC X(10) VALUE SPACES.
       01  WS-NEW-DATE                 PIC X(10) VALUE SPACES.
       01  WS-LIMIT-DATE               PIC X(10) VALUE SPACES.
       01  WS-LAST-ROLL-DATE           PIC X(10) VALUE SPACES.
       01  WS-SAVE-RECORD              PIC X(80) VALUE SPACES.
      *  A YYYY-MM-DD text date taken apart for the edit.
       01  WS-TEXT-DATE                PIC X(10).
       01  WS-TEXT-DATE-PARTS REDEFINES WS-TEXT-DATE.
           05  WS-TXT-YEAR             PIC X(4).
           05  WS-TXT-DASH-1           PIC X(1).
           05  WS-TXT-MONTH            PIC X(2).
           05  WS-TXT-DASH-2           PIC X(1).
           05  WS-TXT-DAY              PIC X(2).
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
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-DATE-PARTS REDEFINES WS-BDY-DATE.
           05  WS-BDY-YEAR             PIC 9(4).
           05  WS-BDY-MONTH            PIC 9(2).
           05  WS-BDY-DAY              PIC 9(2).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(10).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-YEAR    DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-MONTH   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-DAY     DELIMITED BY SIZE
             INTO WS-RUN-DATE
           END-STRING.
           STRING WS-HOURS   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
             INTO WS-RUN-TIME
           END-STRING.
           PERFORM PARSE-PARM-PARA.
           PERFORM CHECK-RUNCTL-PARA.
           PERFORM READ-BDAT-PARA.
           IF WS-SET-DATE
               CONTINUE
           ELSE
               PERFORM ROLL-DATE-PARA
           END-IF.
           PERFORM WRITE-BDAT-PARA.
           DISPLAY 'TLOGROLL: PROCESSING DATE ' WS-OLD-DATE
                   ' -> ' WS-NEW-DATE.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  so nothing past them is looked at.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 10
               MOVE 10 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-TEXT-DATE
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-TEXT-DATE
               PERFORM EDIT-TEXT-DATE-PARA
               IF NOT WS-DATE-OK
                   DISPLAY 'TLOGROLL: PARM MUST BE OMITTED (ROLL) OR '
                           'A YYYY-MM-DD DATE - GOT ' WS-TEXT-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-TEXT-DATE TO WS-NEW-DATE
               SET WS-SET-DATE TO TRUE
           END-IF.
      *  An empty run-control dataset means no maintenance has ever
      *  marked it - proceed, same fallback the control files get.
       CHECK-RUNCTL-PARA.
           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-INFLIGHT-SW = 'Y'
                       DISPLAY 'TLOGROLL: MAINTENANCE IN FLIGHT '
                               'SINCE ' RUN-STAMP-DATE ' '
                               RUN-STAMP-TIME ' - DATE NOT ROLLED'
                       CLOSE RUNCTL
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUNCTL.
       READ-BDAT-PARA.
           OPEN INPUT BDATFILE.
           READ BDATFILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-BDAT-FOUND TO TRUE
                   MOVE BDAT-RECORD TO WS-SAVE-RECORD
                   MOVE BDT-PROCESS-DATE TO WS-OLD-DATE
                   MOVE BDT-ROLL-DATE TO WS-LAST-ROLL-DATE
           END-READ.
           CLOSE BDATFILE.
      *  A roll already stamped today, or one landing past the first
      *  business day on or after the system date, has already been
      *  done for this cycle. The limit is found as the business day
      *  after yesterday, so a run on a business day limits to that
      *  same day.
       ROLL-DATE-PARA.
           IF NOT WS-BDAT-FOUND
               DISPLAY 'TLOGROLL: NO PROCESSING DATE RECORD TO ROLL '
                       '- SET ONE WITH PARM=''YYYY-MM-DD'''
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OLD-DATE TO WS-TEXT-DATE.
           PERFORM EDIT-TEXT-DATE-PARA.
           IF NOT WS-DATE-OK
               DISPLAY 'TLOGROLL: PROCESSING DATE ON FILE IS NOT A '
                       'DATE: ' WS-OLD-DATE ' - SET ONE WITH PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CHK-DATE TO WS-BDY-DATE.
           PERFORM NEXT-BUSINESS-DAY-PARA.
           MOVE WS-TEXT-DATE TO WS-NEW-DATE.
           IF WS-LAST-ROLL-DATE = WS-RUN-DATE
               DISPLAY 'TLOGROLL: PROCESSING DATE ' WS-OLD-DATE
                       ' WAS SET BY A ROLL ALREADY RUN TODAY '
                       WS-RUN-DATE
               DISPLAY 'TLOGROLL: ALREADY ROLLED FOR THIS CYCLE? - '
                       'DATE NOT ROLLED; SET IT WITH PARM IF MEANT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-BDY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE
                   (WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY) - 1).
           PERFORM NEXT-BUSINESS-DAY-PARA.
           MOVE WS-TEXT-DATE TO WS-LIMIT-DATE.
           IF WS-NEW-DATE > WS-LIMIT-DATE
               DISPLAY 'TLOGROLL: ROLL FROM ' WS-OLD-DATE ' TO '
                       WS-NEW-DATE ' IS PAST ' WS-LIMIT-DATE
                       ', THE FIRST BUSINESS DAY ON OR AFTER TODAY '
                       WS-RUN-DATE
               DISPLAY 'TLOGROLL: ALREADY ROLLED FOR THIS CYCLE? - '
                       'DATE NOT ROLLED; SET IT WITH PARM IF MEANT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  WS-BDY-DATE in, the business day after it out in
      *  WS-TEXT-DATE as YYYY-MM-DD.
       NEXT-BUSINESS-DAY-PARA.
           MOVE 'N' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGROLL: HOLIDAY CALENDAR UNUSABLE OR DATE '
                       'INVALID (' WS-BDY-RC ') - DATE NOT ROLLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-TEXT-DATE.
           STRING WS-BDY-YEAR  DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-BDY-MONTH DELIMITED BY SIZE
                  '-'          DELIMITED BY SIZE
                  WS-BDY-DAY   DELIMITED BY SIZE
             INTO WS-TEXT-DATE
           END-STRING.
      *  The record rewritten whole (OPEN OUTPUT truncates), same
      *  pattern as TLOGMAINT's WRITE-IDCTL-PARA.
       WRITE-BDAT-PARA.
           OPEN OUTPUT BDATFILE.
           MOVE WS-SAVE-RECORD TO BDAT-RECORD.
           MOVE WS-NEW-DATE TO BDT-PROCESS-DATE.
           MOVE WS-OLD-DATE TO BDT-PRIOR-DATE.
           MOVE WS-RUN-DATE TO BDT-ROLL-DATE.
           MOVE WS-RUN-TIME TO BDT-ROLL-TIME.
           WRITE BDAT-RECORD.
           CLOSE BDATFILE.
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
           IF WS-CHK-YEAR NOT < 1900 AND WS-CHK-YEAR NOT > 2099
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
