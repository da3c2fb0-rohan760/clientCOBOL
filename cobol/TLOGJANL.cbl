      ******************************************************************
      * Author:
      * Date:
      * Purpose: First-pass yield and retest cycle analysis from the
      *          TLOG maintenance journal. The master keeps only the
      *          current TEST-STATUS; every status change is on the
      *          journal as a before/after image pair, so this reads
      *          the journal history (TLOGJHST, the entries TLOGJTRM
      *          has trimmed off) followed by the live journal and
      *          follows each TEST-RECORD-ID's status from image to
      *          image.
      *          PARM='YYYY-MM-DD YYYY-MM-DD' is the reporting range,
      *          inclusive, on the journal stamp date. A test belongs
      *          to the range when its FIRST result (its first move to
      *          PASSED or FAILED) is stamped inside it; for those
      *          tests, up to the end of the range:
      *            first-pass yield - share whose first result was
      *              PASSED;
      *            retest cycles    - moves from FAILED back to RUN,
      *              averaged over the tests in the range;
      *            days to PASSED   - journal days from the test
      *              first going PLANNED to its first PASSED,
      *              averaged over the tests that passed and whose
      *              PLANNED entry is on the journal.
      *          Reported by CATEGORY/GROUP and by TEST-AUTHOR (the
      *          values on each test's latest image, so a bulk
      *          reclassification moves its history with it), then
      *          the worst repeat-failure tests: up to 20 tests in the
      *          range that FAILED more than once, most failures
      *          first.
      *          A test first seen on the journal in a status other
      *          than PLANNED already had history before the journal
      *          began; its first result is unknown, so it is counted
      *          as history incomplete and left out of the numbers.
      *          Test note entries (action 'N') say nothing about
      *          status and are passed over.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGJANL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLFILE ASSIGN TO JRNLFILE.
           SELECT JANLRPT ASSIGN TO JANLRPT.
       DATA DIVISION.
       FILE SECTION.
       FD JRNLFILE
           RECORDING MODE F.
       COPY TLOGJRNL.
       FD JANLRPT
           RECORDING MODE V.
       01  JANLRPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  JRNL-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-FOUND-SW                 PIC X(1).
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-PARM-TOKENS.
           05  WS-FROM-DATE            PIC X(10).
           05  WS-TO-DATE              PIC X(10).
      *  A journal stamp date YYYY-MM-DD taken apart into the
      *  YYYYMMDD number INTEGER-OF-DATE wants.
       01  WS-STAMP-DATE               PIC X(10).
       01  WS-STAMP-PARTS REDEFINES WS-STAMP-DATE.
           05  WS-STAMP-YEAR           PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-STAMP-MONTH          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-STAMP-DAY            PIC 9(2).
       01  WS-STAMP-INT                PIC 9(8) VALUE 0.
       01  WS-IMAGE-FIELDS.
           05  WS-IMG-CATEGORY         PIC X(25).
           05  WS-IMG-GROUP            PIC X(25).
           05  WS-IMG-AUTHOR           PIC X(25).
           05  WS-IMG-DATE             PIC X(8).
           05  WS-IMG-SUBJECT          PIC X(35).
           05  WS-IMG-RECORD-ID        PIC X(6).
           05  WS-IMG-STATUS           PIC X(8).
           05  WS-IMG-RESULT-DATE      PIC X(8).
       01  WS-BEFORE-STATUS            PIC X(8).
       01  WS-AFTER-STATUS             PIC X(8).
      *  One entry per TEST-RECORD-ID seen on the journal, kept in
      *  id order for the binary search, the way TLOGXCHK holds its
      *  xref ids.
      *    JA-T-FIRST-RESULT: space - no result yet, P - first result
      *    PASSED, F - first result FAILED, U - history incomplete.
      *    JA-T-IN-RANGE: Y - first result stamped inside the range.
       01  WS-JA-COUNT                 PIC 9(5) VALUE 0.
       01  WS-JA-TABLE.
           05  WS-JA-ENTRY OCCURS 50000 TIMES.
               10  JA-T-ID             PIC 9(6).
               10  JA-T-CATEGORY       PIC X(25).
               10  JA-T-GROUP          PIC X(25).
               10  JA-T-AUTHOR         PIC X(25).
               10  JA-T-STATUS         PIC X(8).
               10  JA-T-PLANNED-INT    PIC 9(8).
               10  JA-T-FIRST-RESULT   PIC X(1).
               10  JA-T-IN-RANGE       PIC X(1).
               10  JA-T-FAILS          PIC 9(3).
               10  JA-T-RETESTS        PIC 9(3).
               10  JA-T-PASSED-SW      PIC X(1).
               10  JA-T-PASSED-DAYS    PIC 9(5).
       01  WS-BIN-CONTROL.
           05  WS-BIN-LO               PIC 9(5).
           05  WS-BIN-HI               PIC 9(5).
           05  WS-BIN-MID              PIC 9(5).
           05  WS-SHIFT-POS            PIC 9(5).
           05  WS-SHIFT-TO             PIC 9(5).
           05  WS-JA-POS               PIC 9(5).
      *  Summary rows, ordered-insert by key: CATEGORY/GROUP in one
      *  table, TEST-AUTHOR in the other.
       01  WS-SUM-NEW-KEY              PIC X(50).
       01  WS-SUM-POS                  PIC 9(4).
       01  WS-SUM-SHIFT                PIC 9(4).
       01  WS-SUM-SHIFT-TO             PIC 9(4).
       01  WS-CG-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 2000 TIMES.
               10  CG-T-KEY.
                   15  CG-T-CATEGORY   PIC X(25).
                   15  CG-T-GROUP      PIC X(25).
               10  CG-T-STATS.
                   15  CG-T-TESTS      PIC 9(7).
                   15  CG-T-FIRST-PASS PIC 9(7).
                   15  CG-T-RETESTS    PIC 9(7).
                   15  CG-T-PASSED     PIC 9(7).
                   15  CG-T-DAYS       PIC 9(9).
       01  WS-AU-COUNT                 PIC 9(4) VALUE 0.
       01  WS-AU-TABLE.
           05  WS-AU-ENTRY OCCURS 2000 TIMES.
               10  AU-T-KEY            PIC X(50).
               10  AU-T-STATS.
                   15  AU-T-TESTS      PIC 9(7).
                   15  AU-T-FIRST-PASS PIC 9(7).
                   15  AU-T-RETESTS    PIC 9(7).
                   15  AU-T-PASSED     PIC 9(7).
                   15  AU-T-DAYS       PIC 9(9).
       01  WS-RUN-STATS.
           05  WS-RS-TESTS             PIC 9(7) VALUE 0.
           05  WS-RS-FIRST-PASS        PIC 9(7) VALUE 0.
           05  WS-RS-RETESTS           PIC 9(7) VALUE 0.
           05  WS-RS-PASSED            PIC 9(7) VALUE 0.
           05  WS-RS-DAYS              PIC 9(9) VALUE 0.
      *  The statistics row being printed, whichever table it is from.
       01  WS-PRT-STATS.
           05  WS-PS-TESTS             PIC 9(7).
           05  WS-PS-FIRST-PASS        PIC 9(7).
           05  WS-PS-RETESTS           PIC 9(7).
           05  WS-PS-PASSED            PIC 9(7).
           05  WS-PS-DAYS              PIC 9(9).
      *  Worst repeat failures: most failures first, ties in id order.
       01  WS-WORST-COUNT              PIC 9(2) VALUE 0.
       01  WS-WORST-TABLE.
           05  WS-WORST-ENTRY OCCURS 21 TIMES.
               10  WST-FAILS           PIC 9(3).
               10  WST-JA-POS          PIC 9(5).
       01  WS-WST-POS                  PIC 9(2).
       01  WS-WST-SHIFT                PIC 9(2).
       01  WS-WST-SHIFT-TO             PIC 9(2).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-AFTER-RANGE-COUNT    PIC 9(7) VALUE 0.
           05  WS-BAD-ENTRY-COUNT      PIC 9(7) VALUE 0.
           05  WS-INCOMPLETE-COUNT     PIC 9(7) VALUE 0.
       01  JAN-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  JAN-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'FIRST-PASS YIELD AND RETEST CYCLE ANALYSIS'.
       01  JAN-RANGE-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'JOURNAL FROM: '.
           05  JAN-FROM-DATE           PIC X(10).
           05  FILLER                  PIC X(6)
               VALUE '  TO: '.
           05  JAN-TO-DATE             PIC X(10).
       01  JAN-SECTION-LINE.
           05  JAN-SECTION-TITLE       PIC X(60).
       01  JAN-COLUMN-LINE.
           05  JAN-COL-KEY             PIC X(52).
           05  FILLER                  PIC X(8)
               VALUE '  TESTS'.
           05  FILLER                  PIC X(10)
               VALUE ' 1ST PASS'.
           05  FILLER                  PIC X(8)
               VALUE ' YIELD%'.
           05  FILLER                  PIC X(10)
               VALUE ' RETESTS'.
           05  FILLER                  PIC X(8)
               VALUE ' AVG RT'.
           05  FILLER                  PIC X(9)
               VALUE '  PASSED'.
           05  FILLER                  PIC X(10)
               VALUE ' AVG DAYS'.
       01  JAN-STATS-LINE.
           05  JAN-KEY-1               PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  JAN-KEY-2               PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  JAN-TESTS               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-FIRST-PASS          PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-YIELD               PIC ZZ9.9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  JAN-RETESTS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-AVG-RETESTS         PIC ZZ9.99.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-PASSED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-AVG-DAYS            PIC ZZZZ9.9.
       01  JAN-WORST-COLUMN-LINE.
           05  FILLER                  PIC X(8)
               VALUE 'ID'.
           05  FILLER                  PIC X(26)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(26)
               VALUE 'GROUP'.
           05  FILLER                  PIC X(26)
               VALUE 'AUTHOR'.
           05  FILLER                  PIC X(10)
               VALUE 'FAILURES'.
           05  FILLER                  PIC X(9)
               VALUE 'RETESTS'.
           05  FILLER                  PIC X(8)
               VALUE 'STATUS'.
       01  JAN-WORST-LINE.
           05  JAN-W-ID                PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  JAN-W-CATEGORY          PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  JAN-W-GROUP             PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  JAN-W-AUTHOR            PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  JAN-W-FAILS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  JAN-W-RETESTS           PIC ZZZZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  JAN-W-STATUS            PIC X(8).
       01  JAN-NONE-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'NONE FOUND'.
       01  JAN-COUNT-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'JOURNAL ENTRIES: '.
           05  JAN-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  AFTER RANGE: '.
           05  JAN-AFTER-RANGE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  UNUSABLE: '.
           05  JAN-BAD-ENTRY           PIC ZZZZZZ9.
           05  FILLER                  PIC X(24)
               VALUE '  HISTORY INCOMPLETE: '.
           05  JAN-INCOMPLETE          PIC ZZZZZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(21).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
           OPEN INPUT JRNLFILE.
           READ JRNLFILE
               AT END
                   MOVE 'Y' TO JRNL-EOF-SWITCH
           END-READ.
           PERFORM PROCESS-JRNL-PARA
               UNTIL JRNL-EOF-SWITCH = 'Y'
           CLOSE JRNLFILE.
           PERFORM SUMMARIZE-TEST-PARA
               VARYING WS-JA-POS FROM 1 BY 1
               UNTIL WS-JA-POS > WS-JA-COUNT.
           OPEN OUTPUT JANLRPT.
           PERFORM PRINT-REPORT-PARA.
           CLOSE JANLRPT.
           DISPLAY 'TLOGJANL: RANGE ' WS-FROM-DATE ' TO ' WS-TO-DATE.
           DISPLAY 'TLOGJANL: ' WS-READ-COUNT ' JOURNAL ENTRIES, '
                   WS-RS-TESTS ' TESTS WITH A FIRST RESULT IN RANGE'.
           IF WS-INCOMPLETE-COUNT > 0
               DISPLAY 'TLOGJANL: ' WS-INCOMPLETE-COUNT
                       ' TESTS LEFT OUT - HISTORY BEGINS BEFORE '
                       'THE JOURNAL'
           END-IF.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  as in TLOGRCVR. The stamp dates compare as plain text, so
      *  the range needs only to look like two ordered dates.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 21
               MOVE 21 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN = 0
               PERFORM PARM-ABEND-PARA
           END-IF.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
               DELIMITED BY ALL ' '
               INTO WS-FROM-DATE
                    WS-TO-DATE
           END-UNSTRING.
           MOVE WS-FROM-DATE TO WS-STAMP-DATE.
           IF WS-STAMP-YEAR NOT NUMERIC
            OR WS-STAMP-MONTH NOT NUMERIC
            OR WS-STAMP-DAY NOT NUMERIC
               PERFORM PARM-ABEND-PARA
           END-IF.
           MOVE WS-TO-DATE TO WS-STAMP-DATE.
           IF WS-STAMP-YEAR NOT NUMERIC
            OR WS-STAMP-MONTH NOT NUMERIC
            OR WS-STAMP-DAY NOT NUMERIC
               PERFORM PARM-ABEND-PARA
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               PERFORM PARM-ABEND-PARA
           END-IF.
       PARM-ABEND-PARA.
           DISPLAY 'TLOGJANL: PARM MUST BE '
                   '''YYYY-MM-DD YYYY-MM-DD'' - FROM AND TO DATES '
                   'OF THE REPORTING RANGE, FROM NOT AFTER TO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *  Entries stamped after the range cannot change what the range
      *  reports; entries before it still build each test's history
      *  (its PLANNED date, whether it already had a result).
       PROCESS-JRNL-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE JRN-RUN-DATE TO WS-STAMP-DATE.
           EVALUATE TRUE
               WHEN JRN-RECORD-ID NOT NUMERIC
                OR JRN-RECORD-ID = 0
                OR WS-STAMP-YEAR NOT NUMERIC
                OR WS-STAMP-MONTH NOT NUMERIC
                OR WS-STAMP-DAY NOT NUMERIC
                   ADD 1 TO WS-BAD-ENTRY-COUNT
               WHEN JRN-RUN-DATE > WS-TO-DATE
                   ADD 1 TO WS-AFTER-RANGE-COUNT
               WHEN JRN-ACTION = 'N'
                   CONTINUE
               WHEN OTHER
                   PERFORM TRACK-ENTRY-PARA
           END-EVALUATE.
           READ JRNLFILE
               AT END
                   MOVE 'Y' TO JRNL-EOF-SWITCH
           END-READ.
       TRACK-ENTRY-PARA.
           MOVE SPACES TO WS-BEFORE-STATUS.
           MOVE SPACES TO WS-AFTER-STATUS.
           IF JRN-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-FIELDS
               MOVE WS-IMG-STATUS TO WS-BEFORE-STATUS
           END-IF.
           IF JRN-AFTER-IMAGE NOT = LOW-VALUES
               MOVE JRN-AFTER-IMAGE TO WS-IMAGE-FIELDS
               MOVE WS-IMG-STATUS TO WS-AFTER-STATUS
           END-IF.
           PERFORM SEARCH-JA-PARA.
           IF NOT WS-FOUND
               PERFORM INSERT-JA-PARA
           END-IF.
           IF JRN-AFTER-IMAGE NOT = LOW-VALUES
               MOVE WS-IMG-CATEGORY TO JA-T-CATEGORY (WS-BIN-LO)
               MOVE WS-IMG-GROUP TO JA-T-GROUP (WS-BIN-LO)
               MOVE WS-IMG-AUTHOR TO JA-T-AUTHOR (WS-BIN-LO)
           END-IF.
           MOVE WS-AFTER-STATUS TO JA-T-STATUS (WS-BIN-LO).
           COMPUTE WS-STAMP-INT = FUNCTION INTEGER-OF-DATE
               (WS-STAMP-YEAR * 10000 + WS-STAMP-MONTH * 100
                + WS-STAMP-DAY).
           IF WS-AFTER-STATUS NOT = WS-BEFORE-STATUS
               EVALUATE WS-AFTER-STATUS
                   WHEN 'PLANNED'
                       IF JA-T-PLANNED-INT (WS-BIN-LO) = 0
                           MOVE WS-STAMP-INT
                               TO JA-T-PLANNED-INT (WS-BIN-LO)
                       END-IF
                   WHEN 'RUN'
                       IF WS-BEFORE-STATUS = 'FAILED'
                        AND JA-T-IN-RANGE (WS-BIN-LO) = 'Y'
                           ADD 1 TO JA-T-RETESTS (WS-BIN-LO)
                       END-IF
                   WHEN 'FAILED'
                       IF JA-T-FIRST-RESULT (WS-BIN-LO) = SPACES
                           MOVE 'F' TO JA-T-FIRST-RESULT (WS-BIN-LO)
                           PERFORM CHECK-IN-RANGE-PARA
                       END-IF
                       IF JA-T-IN-RANGE (WS-BIN-LO) = 'Y'
                           ADD 1 TO JA-T-FAILS (WS-BIN-LO)
                       END-IF
                   WHEN 'PASSED'
                       IF JA-T-FIRST-RESULT (WS-BIN-LO) = SPACES
                           MOVE 'P' TO JA-T-FIRST-RESULT (WS-BIN-LO)
                           PERFORM CHECK-IN-RANGE-PARA
                       END-IF
                       IF JA-T-IN-RANGE (WS-BIN-LO) = 'Y'
                        AND JA-T-PASSED-SW (WS-BIN-LO) NOT = 'Y'
                        AND JA-T-PLANNED-INT (WS-BIN-LO) > 0
                           MOVE 'Y' TO JA-T-PASSED-SW (WS-BIN-LO)
                           COMPUTE JA-T-PASSED-DAYS (WS-BIN-LO) =
                               WS-STAMP-INT
                               - JA-T-PLANNED-INT (WS-BIN-LO)
                       END-IF
               END-EVALUATE
           END-IF.
       CHECK-IN-RANGE-PARA.
           IF JRN-RUN-DATE NOT < WS-FROM-DATE
               MOVE 'Y' TO JA-T-IN-RANGE (WS-BIN-LO)
           END-IF.
      *  A new id goes in at the search's insertion point. Its first
      *  entry tells whether its whole history is on the journal:
      *  only an ADD (no before-image) or a record still PLANNED can
      *  have had no result yet.
       INSERT-JA-PARA.
           IF WS-JA-COUNT >= 50000
               DISPLAY 'TLOGJANL ERROR: JOURNAL HOLDS MORE THAN '
                       '50000 TEST IDS - ANALYSIS WOULD BE '
                       'INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-JA-COUNT TO WS-SHIFT-POS.
           PERFORM SHIFT-JA-DOWN-PARA
               UNTIL WS-SHIFT-POS < WS-BIN-LO.
           ADD 1 TO WS-JA-COUNT.
           INITIALIZE WS-JA-ENTRY (WS-BIN-LO).
           MOVE JRN-RECORD-ID TO JA-T-ID (WS-BIN-LO).
           MOVE SPACES TO JA-T-FIRST-RESULT (WS-BIN-LO).
           MOVE 'N' TO JA-T-IN-RANGE (WS-BIN-LO).
           MOVE 'N' TO JA-T-PASSED-SW (WS-BIN-LO).
           IF WS-BEFORE-STATUS NOT = SPACES
            AND WS-BEFORE-STATUS NOT = 'PLANNED'
               MOVE 'U' TO JA-T-FIRST-RESULT (WS-BIN-LO)
               ADD 1 TO WS-INCOMPLETE-COUNT
           END-IF.
       SHIFT-JA-DOWN-PARA.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-POS + 1.
           MOVE WS-JA-ENTRY (WS-SHIFT-POS)
               TO WS-JA-ENTRY (WS-SHIFT-TO).
           SUBTRACT 1 FROM WS-SHIFT-POS.
      *  WS-BIN-LO lands on the id's entry when it is held and on the
      *  ordered insertion point otherwise.
       SEARCH-JA-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-BIN-LO.
           MOVE WS-JA-COUNT TO WS-BIN-HI.
           PERFORM PROBE-JA-PARA
               UNTIL WS-FOUND
                  OR WS-BIN-LO > WS-BIN-HI.
       PROBE-JA-PARA.
           COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2.
           EVALUATE TRUE
               WHEN JA-T-ID (WS-BIN-MID) = JRN-RECORD-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-BIN-MID TO WS-BIN-LO
               WHEN JA-T-ID (WS-BIN-MID) < JRN-RECORD-ID
                   COMPUTE WS-BIN-LO = WS-BIN-MID + 1
               WHEN OTHER
                   COMPUTE WS-BIN-HI = WS-BIN-MID - 1
           END-EVALUATE.
      *  Each test with its first result in the range adds to its
      *  CATEGORY/GROUP row, its author row and the run totals, and
      *  is a candidate for the worst repeat-failure list.
       SUMMARIZE-TEST-PARA.
           IF JA-T-IN-RANGE (WS-JA-POS) = 'Y'
               MOVE JA-T-CATEGORY (WS-JA-POS) TO WS-SUM-NEW-KEY (1:25)
               MOVE JA-T-GROUP (WS-JA-POS) TO WS-SUM-NEW-KEY (26:25)
               PERFORM FIND-CG-ROW-PARA
               ADD 1 TO CG-T-TESTS (WS-SUM-POS)
               ADD JA-T-RETESTS (WS-JA-POS) TO CG-T-RETESTS (WS-SUM-POS)
               IF JA-T-FIRST-RESULT (WS-JA-POS) = 'P'
                   ADD 1 TO CG-T-FIRST-PASS (WS-SUM-POS)
               END-IF
               IF JA-T-PASSED-SW (WS-JA-POS) = 'Y'
                   ADD 1 TO CG-T-PASSED (WS-SUM-POS)
                   ADD JA-T-PASSED-DAYS (WS-JA-POS)
                       TO CG-T-DAYS (WS-SUM-POS)
               END-IF
               MOVE JA-T-AUTHOR (WS-JA-POS) TO WS-SUM-NEW-KEY
               PERFORM FIND-AU-ROW-PARA
               ADD 1 TO AU-T-TESTS (WS-SUM-POS)
               ADD JA-T-RETESTS (WS-JA-POS) TO AU-T-RETESTS (WS-SUM-POS)
               IF JA-T-FIRST-RESULT (WS-JA-POS) = 'P'
                   ADD 1 TO AU-T-FIRST-PASS (WS-SUM-POS)
               END-IF
               IF JA-T-PASSED-SW (WS-JA-POS) = 'Y'
                   ADD 1 TO AU-T-PASSED (WS-SUM-POS)
                   ADD JA-T-PASSED-DAYS (WS-JA-POS)
                       TO AU-T-DAYS (WS-SUM-POS)
               END-IF
               ADD 1 TO WS-RS-TESTS
               ADD JA-T-RETESTS (WS-JA-POS) TO WS-RS-RETESTS
               IF JA-T-FIRST-RESULT (WS-JA-POS) = 'P'
                   ADD 1 TO WS-RS-FIRST-PASS
               END-IF
               IF JA-T-PASSED-SW (WS-JA-POS) = 'Y'
                   ADD 1 TO WS-RS-PASSED
                   ADD JA-T-PASSED-DAYS (WS-JA-POS) TO WS-RS-DAYS
               END-IF
               IF JA-T-FAILS (WS-JA-POS) > 1
                   PERFORM INSERT-WORST-PARA
               END-IF
           END-IF.
       FIND-CG-ROW-PARA.
           MOVE 1 TO WS-SUM-POS.
           PERFORM FIND-SUM-SLOT-PARA
               UNTIL WS-SUM-POS > WS-CG-COUNT
                  OR CG-T-KEY (WS-SUM-POS) NOT < WS-SUM-NEW-KEY.
           IF WS-SUM-POS > WS-CG-COUNT
            OR CG-T-KEY (WS-SUM-POS) NOT = WS-SUM-NEW-KEY
               IF WS-CG-COUNT >= 2000
                   DISPLAY 'TLOGJANL ERROR: MORE THAN 2000 '
                           'CATEGORY/GROUP PAIRS - REPORT WOULD BE '
                           'INCOMPLETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CG-COUNT TO WS-SUM-SHIFT
               PERFORM SHIFT-CG-DOWN-PARA
                   UNTIL WS-SUM-SHIFT < WS-SUM-POS
               ADD 1 TO WS-CG-COUNT
               MOVE WS-SUM-NEW-KEY TO CG-T-KEY (WS-SUM-POS)
               INITIALIZE CG-T-STATS (WS-SUM-POS)
           END-IF.
       SHIFT-CG-DOWN-PARA.
           COMPUTE WS-SUM-SHIFT-TO = WS-SUM-SHIFT + 1.
           MOVE WS-CG-ENTRY (WS-SUM-SHIFT)
               TO WS-CG-ENTRY (WS-SUM-SHIFT-TO).
           SUBTRACT 1 FROM WS-SUM-SHIFT.
       FIND-AU-ROW-PARA.
           MOVE 1 TO WS-SUM-POS.
           PERFORM FIND-SUM-SLOT-PARA
               UNTIL WS-SUM-POS > WS-AU-COUNT
                  OR AU-T-KEY (WS-SUM-POS) NOT < WS-SUM-NEW-KEY.
           IF WS-SUM-POS > WS-AU-COUNT
            OR AU-T-KEY (WS-SUM-POS) NOT = WS-SUM-NEW-KEY
               IF WS-AU-COUNT >= 2000
                   DISPLAY 'TLOGJANL ERROR: MORE THAN 2000 '
                           'AUTHORS - REPORT WOULD BE INCOMPLETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-AU-COUNT TO WS-SUM-SHIFT
               PERFORM SHIFT-AU-DOWN-PARA
                   UNTIL WS-SUM-SHIFT < WS-SUM-POS
               ADD 1 TO WS-AU-COUNT
               MOVE WS-SUM-NEW-KEY TO AU-T-KEY (WS-SUM-POS)
               INITIALIZE AU-T-STATS (WS-SUM-POS)
           END-IF.
       SHIFT-AU-DOWN-PARA.
           COMPUTE WS-SUM-SHIFT-TO = WS-SUM-SHIFT + 1.
           MOVE WS-AU-ENTRY (WS-SUM-SHIFT)
               TO WS-AU-ENTRY (WS-SUM-SHIFT-TO).
           SUBTRACT 1 FROM WS-SUM-SHIFT.
       FIND-SUM-SLOT-PARA.
           ADD 1 TO WS-SUM-POS.
      *  Kept to 20 rows: a 21st slot takes the insert and is then
      *  dropped. Ids arrive ascending and go after their equals, so
      *  ties stay in id order.
       INSERT-WORST-PARA.
           MOVE 1 TO WS-WST-POS.
           PERFORM FIND-WORST-SLOT-PARA
               UNTIL WS-WST-POS > WS-WORST-COUNT
                  OR WST-FAILS (WS-WST-POS) < JA-T-FAILS (WS-JA-POS).
           IF WS-WST-POS <= 20
               MOVE WS-WORST-COUNT TO WS-WST-SHIFT
               PERFORM SHIFT-WORST-DOWN-PARA
                   UNTIL WS-WST-SHIFT < WS-WST-POS
               MOVE JA-T-FAILS (WS-JA-POS) TO WST-FAILS (WS-WST-POS)
               MOVE WS-JA-POS TO WST-JA-POS (WS-WST-POS)
               IF WS-WORST-COUNT < 20
                   ADD 1 TO WS-WORST-COUNT
               END-IF
           END-IF.
       FIND-WORST-SLOT-PARA.
           ADD 1 TO WS-WST-POS.
       SHIFT-WORST-DOWN-PARA.
           COMPUTE WS-WST-SHIFT-TO = WS-WST-SHIFT + 1.
           MOVE WS-WORST-ENTRY (WS-WST-SHIFT)
               TO WS-WORST-ENTRY (WS-WST-SHIFT-TO).
           SUBTRACT 1 FROM WS-WST-SHIFT.
       PRINT-REPORT-PARA.
           MOVE JAN-HEADER-1 TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE JAN-HEADER-2 TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE WS-FROM-DATE TO JAN-FROM-DATE.
           MOVE WS-TO-DATE TO JAN-TO-DATE.
           MOVE JAN-RANGE-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE SPACES TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE 'BY CATEGORY / GROUP' TO JAN-SECTION-TITLE.
           MOVE 'CATEGORY                  GROUP' TO JAN-COL-KEY.
           PERFORM PRINT-SECTION-HEAD-PARA.
           IF WS-CG-COUNT = 0
               MOVE JAN-NONE-LINE TO JANLRPT-RECORD
               WRITE JANLRPT-RECORD
           END-IF.
           PERFORM PRINT-CG-ROW-PARA
               VARYING WS-SUM-POS FROM 1 BY 1
               UNTIL WS-SUM-POS > WS-CG-COUNT.
           MOVE 'ALL TESTS' TO JAN-KEY-1.
           MOVE SPACES TO JAN-KEY-2.
           MOVE WS-RUN-STATS TO WS-PRT-STATS.
           PERFORM PRINT-STATS-PARA.
           MOVE SPACES TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE 'BY AUTHOR' TO JAN-SECTION-TITLE.
           MOVE 'AUTHOR' TO JAN-COL-KEY.
           PERFORM PRINT-SECTION-HEAD-PARA.
           IF WS-AU-COUNT = 0
               MOVE JAN-NONE-LINE TO JANLRPT-RECORD
               WRITE JANLRPT-RECORD
           END-IF.
           PERFORM PRINT-AU-ROW-PARA
               VARYING WS-SUM-POS FROM 1 BY 1
               UNTIL WS-SUM-POS > WS-AU-COUNT.
           MOVE 'ALL TESTS' TO JAN-KEY-1.
           MOVE SPACES TO JAN-KEY-2.
           MOVE WS-RUN-STATS TO WS-PRT-STATS.
           PERFORM PRINT-STATS-PARA.
           MOVE SPACES TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE 'WORST REPEAT-FAILURE TESTS' TO JAN-SECTION-TITLE.
           MOVE JAN-SECTION-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE JAN-WORST-COLUMN-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           IF WS-WORST-COUNT = 0
               MOVE JAN-NONE-LINE TO JANLRPT-RECORD
               WRITE JANLRPT-RECORD
           END-IF.
           PERFORM PRINT-WORST-PARA
               VARYING WS-WST-POS FROM 1 BY 1
               UNTIL WS-WST-POS > WS-WORST-COUNT.
           MOVE SPACES TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE WS-READ-COUNT TO JAN-READ.
           MOVE WS-AFTER-RANGE-COUNT TO JAN-AFTER-RANGE.
           MOVE WS-BAD-ENTRY-COUNT TO JAN-BAD-ENTRY.
           MOVE WS-INCOMPLETE-COUNT TO JAN-INCOMPLETE.
           MOVE JAN-COUNT-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
       PRINT-SECTION-HEAD-PARA.
           MOVE JAN-SECTION-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
           MOVE JAN-COLUMN-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
       PRINT-CG-ROW-PARA.
           MOVE CG-T-CATEGORY (WS-SUM-POS) TO JAN-KEY-1.
           MOVE CG-T-GROUP (WS-SUM-POS) TO JAN-KEY-2.
           MOVE CG-T-STATS (WS-SUM-POS) TO WS-PRT-STATS.
           PERFORM PRINT-STATS-PARA.
       PRINT-AU-ROW-PARA.
           MOVE AU-T-KEY (WS-SUM-POS) TO JAN-KEY-1.
           MOVE SPACES TO JAN-KEY-2.
           MOVE AU-T-STATS (WS-SUM-POS) TO WS-PRT-STATS.
           PERFORM PRINT-STATS-PARA.
      *  Averages print as zero where there is nothing to average.
       PRINT-STATS-PARA.
           MOVE WS-PS-TESTS TO JAN-TESTS.
           MOVE WS-PS-FIRST-PASS TO JAN-FIRST-PASS.
           MOVE WS-PS-RETESTS TO JAN-RETESTS.
           MOVE WS-PS-PASSED TO JAN-PASSED.
           IF WS-PS-TESTS > 0
               COMPUTE JAN-YIELD ROUNDED =
                   WS-PS-FIRST-PASS * 100 / WS-PS-TESTS
               COMPUTE JAN-AVG-RETESTS ROUNDED =
                   WS-PS-RETESTS / WS-PS-TESTS
           ELSE
               MOVE 0 TO JAN-YIELD
               MOVE 0 TO JAN-AVG-RETESTS
           END-IF.
           IF WS-PS-PASSED > 0
               COMPUTE JAN-AVG-DAYS ROUNDED =
                   WS-PS-DAYS / WS-PS-PASSED
           ELSE
               MOVE 0 TO JAN-AVG-DAYS
           END-IF.
           MOVE JAN-STATS-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
       PRINT-WORST-PARA.
           MOVE WST-JA-POS (WS-WST-POS) TO WS-JA-POS.
           MOVE JA-T-ID (WS-JA-POS) TO JAN-W-ID.
           MOVE JA-T-CATEGORY (WS-JA-POS) TO JAN-W-CATEGORY.
           MOVE JA-T-GROUP (WS-JA-POS) TO JAN-W-GROUP.
           MOVE JA-T-AUTHOR (WS-JA-POS) TO JAN-W-AUTHOR.
           MOVE JA-T-FAILS (WS-JA-POS) TO JAN-W-FAILS.
           MOVE JA-T-RETESTS (WS-JA-POS) TO JAN-W-RETESTS.
           IF JA-T-STATUS (WS-JA-POS) = SPACES
               MOVE 'DELETED' TO JAN-W-STATUS
           ELSE
               MOVE JA-T-STATUS (WS-JA-POS) TO JAN-W-STATUS
           END-IF.
           MOVE JAN-WORST-LINE TO JANLRPT-RECORD.
           WRITE JANLRPT-RECORD.
