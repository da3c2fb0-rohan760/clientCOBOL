      ******************************************************************
      * Author:
      * Date:
      * Purpose: Burn-down report by CATEGORY from the cumulative
      *          daily snapshot file TLOGSNAP writes after each
      *          unload. For each CATEGORY (its groups summed) and
      *          each snapshot date in the range it prints the
      *          PLANNED/RUN/FAILED/PASSED/CLOSED counts, the open
      *          count (PLANNED + RUN + FAILED - work not yet passed
      *          or closed) and the net movement in open work since
      *          the category's previous snapshot, then the net
      *          movement over the whole range. An ALL CATEGORIES
      *          block closes the detail.
      *          A category whose open count has risen on N snapshots
      *          in a row is flagged on its line and listed in the
      *          closing RISING OPEN WORK section for the go/no-go
      *          meeting; any such category ends the run RC=4.
      *          PARM='YYYY-MM-DD YYYY-MM-DD NN' - from and to dates
      *          inclusive and the rise count N (default 3).
      *          Where a day was snapshotted more than once (a
      *          maintenance rerun), only the last set written for
      *          that date counts - judged by its place in the file,
      *          which is only ever appended to, not by its clock
      *          time, since a rerun after midnight for the same
      *          processing date carries an earlier time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGBURN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPFILE ASSIGN TO SNAPFILE.
           SELECT BURNRPT ASSIGN TO BURNRPT.
       DATA DIVISION.
       FILE SECTION.
       FD SNAPFILE
           RECORDING MODE F.
       COPY TLOGSNAP.
       FD BURNRPT
           RECORDING MODE V.
       01  BURNRPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  SNAP-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-PARM-TOKENS.
           05  WS-FROM-DATE            PIC X(10).
           05  WS-TO-DATE              PIC X(10).
           05  WS-RISE-TOKEN           PIC X(2).
       01  WS-CHECK-DATE               PIC X(10).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR           PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-CHECK-MONTH          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-CHECK-DAY            PIC 9(2).
       01  WS-RISE-DAYS                PIC 9(2) VALUE 3.
      *  The last snapshot set written per date in the range, date
      *  order: its time and the ordinal of its first record. One
      *  TLOGSNAP run writes its set together, so a set starts where
      *  the date/time stamp changes from the record before it.
       01  WS-DT-COUNT                 PIC 9(4) VALUE 0.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 1000 TIMES.
               10  DT-T-DATE           PIC X(10).
               10  DT-T-TIME           PIC X(8).
               10  DT-T-START          PIC 9(7).
       01  WS-PREV-STAMP               PIC X(18) VALUE LOW-VALUES.
       01  WS-SET-START                PIC 9(7) VALUE 0.
       01  WS-LOAD-COUNT               PIC 9(7) VALUE 0.
       01  WS-DT-POS                   PIC 9(4).
       01  WS-DT-SHIFT                 PIC 9(4).
       01  WS-DT-SHIFT-TO              PIC 9(4).
      *  Counts per CATEGORY per date, category then date order.
      *  HIGH-VALUES as the category holds the ALL CATEGORIES rows,
      *  so they sort last.
       01  WS-BD-COUNT                 PIC 9(5) VALUE 0.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 30000 TIMES.
               10  BD-T-KEY.
                   15  BD-T-CATEGORY   PIC X(25).
                   15  BD-T-DATE       PIC X(10).
               10  BD-T-COUNTS.
                   15  BD-T-PLANNED    PIC 9(7).
                   15  BD-T-RUN        PIC 9(7).
                   15  BD-T-PASSED     PIC 9(7).
                   15  BD-T-FAILED     PIC 9(7).
                   15  BD-T-CLOSED     PIC 9(7).
       01  WS-BD-NEW-KEY.
           05  WS-NEW-CATEGORY         PIC X(25).
           05  WS-NEW-DATE             PIC X(10).
       01  WS-BD-POS                   PIC 9(5).
       01  WS-BD-SHIFT                 PIC 9(5).
       01  WS-BD-SHIFT-TO              PIC 9(5).
       01  WS-PRINT-CONTROL.
           05  WS-PRT-POS              PIC 9(5).
           05  WS-PRT-CATEGORY         PIC X(25).
           05  WS-FIRST-LINE-SW        PIC X(1).
           05  WS-OPEN-COUNT           PIC S9(8).
           05  WS-PREV-OPEN            PIC S9(8).
           05  WS-FIRST-OPEN           PIC S9(8).
           05  WS-NET-MOVE             PIC S9(8).
           05  WS-RISE-RUN             PIC 9(4).
           05  WS-MAX-RISE             PIC 9(4).
       01  WS-NET-EDIT                 PIC +++++++9.
      *  Categories flagged for the closing section.
       01  WS-FLAG-COUNT               PIC 9(4) VALUE 0.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 1000 TIMES.
               10  FLG-T-CATEGORY      PIC X(25).
               10  FLG-T-MAX-RISE      PIC 9(4).
               10  FLG-T-LAST-OPEN     PIC S9(8).
               10  FLG-T-LAST-DATE     PIC X(10).
       01  WS-FLG-POS                  PIC 9(4).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-USED-COUNT           PIC 9(7) VALUE 0.
       01  BRN-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  BRN-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TEST LOG BURN-DOWN BY CATEGORY'.
       01  BRN-RANGE-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'SNAPSHOTS FROM: '.
           05  BRN-FROM-DATE           PIC X(10).
           05  FILLER                  PIC X(6)
               VALUE '  TO: '.
           05  BRN-TO-DATE             PIC X(10).
           05  FILLER                  PIC X(20)
               VALUE '  FLAG RISING AFTER '.
           05  BRN-RISE-DAYS           PIC Z9.
           05  FILLER                  PIC X(10)
               VALUE ' SNAPSHOTS'.
       01  BRN-CATEGORY-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'CATEGORY: '.
           05  BRN-CATEGORY            PIC X(25).
       01  BRN-COLUMN-LINE.
           05  FILLER                  PIC X(12)
               VALUE '  DATE'.
           05  FILLER                  PIC X(9)
               VALUE ' PLANNED'.
           05  FILLER                  PIC X(9)
               VALUE '     RUN'.
           05  FILLER                  PIC X(9)
               VALUE '  FAILED'.
           05  FILLER                  PIC X(9)
               VALUE '    OPEN'.
           05  FILLER                  PIC X(9)
               VALUE '  PASSED'.
           05  FILLER                  PIC X(9)
               VALUE '  CLOSED'.
           05  FILLER                  PIC X(10)
               VALUE '  NET MOVE'.
       01  BRN-DETAIL-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BRN-DATE                PIC X(10).
           05  BRN-PLANNED             PIC Z(7)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-RUN                 PIC Z(7)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-FAILED              PIC Z(7)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-OPEN                PIC Z(7)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-PASSED              PIC Z(7)9.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-CLOSED              PIC Z(7)9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BRN-NET                 PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BRN-FLAG                PIC X(30).
       01  BRN-RANGE-NET-LINE.
           05  FILLER                  PIC X(24)
               VALUE '  NET MOVEMENT IN RANGE:'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  BRN-RANGE-NET           PIC X(8).
           05  FILLER                  PIC X(14)
               VALUE '  OPEN FROM '.
           05  BRN-RANGE-FIRST         PIC Z(7)9.
           05  FILLER                  PIC X(4)
               VALUE ' TO '.
           05  BRN-RANGE-LAST          PIC Z(7)9.
       01  BRN-FLAG-TITLE.
           05  FILLER                  PIC X(60)
               VALUE 'RISING OPEN WORK'.
       01  BRN-FLAG-COLUMN-LINE.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(12)
               VALUE 'LONGEST RUN'.
           05  FILLER                  PIC X(12)
               VALUE '  LAST DATE'.
           05  FILLER                  PIC X(11)
               VALUE '  LAST OPEN'.
       01  BRN-FLAG-LINE.
           05  BRN-FL-CATEGORY         PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BRN-FL-MAX-RISE         PIC Z(10)9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  BRN-FL-LAST-DATE        PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  BRN-FL-LAST-OPEN        PIC Z(7)9.
       01  BRN-NONE-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'NONE FOUND'.
       01  BRN-COUNT-LINE.
           05  FILLER                  PIC X(19)
               VALUE 'SNAPSHOT RECORDS: '.
           05  BRN-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  REPORTED: '.
           05  BRN-USED                PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  SNAPSHOT DATES: '.
           05  BRN-DATES               PIC ZZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(24).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
      *  Pass one finds the snapshot that counts for each date, pass
      *  two loads only that snapshot's records.
           OPEN INPUT SNAPFILE.
           READ SNAPFILE
               AT END
                   MOVE 'Y' TO SNAP-EOF-SWITCH
           END-READ.
           PERFORM FIND-LATEST-PARA
               UNTIL SNAP-EOF-SWITCH = 'Y'
           CLOSE SNAPFILE.
           MOVE 'N' TO SNAP-EOF-SWITCH.
           OPEN INPUT SNAPFILE.
           READ SNAPFILE
               AT END
                   MOVE 'Y' TO SNAP-EOF-SWITCH
           END-READ.
           PERFORM LOAD-SNAP-PARA
               UNTIL SNAP-EOF-SWITCH = 'Y'
           CLOSE SNAPFILE.
           OPEN OUTPUT BURNRPT.
           PERFORM PRINT-TITLE-PARA.
           IF WS-BD-COUNT = 0
               MOVE BRN-NONE-LINE TO BURNRPT-RECORD
               WRITE BURNRPT-RECORD
           END-IF.
           MOVE 1 TO WS-PRT-POS.
           PERFORM PRINT-CATEGORY-PARA
               UNTIL WS-PRT-POS > WS-BD-COUNT.
           PERFORM PRINT-FLAGS-PARA.
           CLOSE BURNRPT.
           DISPLAY 'TLOGBURN: RANGE ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   ', ' WS-DT-COUNT ' SNAPSHOT DATES'.
           IF WS-FLAG-COUNT > 0
               DISPLAY 'TLOGBURN: ' WS-FLAG-COUNT
                       ' CATEGORIES WITH OPEN WORK RISING '
                       WS-RISE-DAYS ' SNAPSHOTS IN A ROW'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  as in TLOGRCVR.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 24
               MOVE 24 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN = 0
               PERFORM PARM-ABEND-PARA
           END-IF.
           MOVE SPACES TO WS-PARM-TOKENS.
           UNSTRING LS-PARM-TEXT (1:LS-PARM-LEN)
               DELIMITED BY ALL ' '
               INTO WS-FROM-DATE
                    WS-TO-DATE
                    WS-RISE-TOKEN
           END-UNSTRING.
           MOVE WS-FROM-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           MOVE WS-TO-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PARA.
           IF WS-FROM-DATE > WS-TO-DATE
               PERFORM PARM-ABEND-PARA
           END-IF.
           IF WS-RISE-TOKEN NOT = SPACES
               IF WS-RISE-TOKEN NOT NUMERIC
                OR WS-RISE-TOKEN = '00'
                   PERFORM PARM-ABEND-PARA
               END-IF
               MOVE WS-RISE-TOKEN TO WS-RISE-DAYS
           END-IF.
       CHECK-DATE-PARA.
           IF WS-CHECK-YEAR NOT NUMERIC
            OR WS-CHECK-MONTH NOT NUMERIC
            OR WS-CHECK-DAY NOT NUMERIC
               PERFORM PARM-ABEND-PARA
           END-IF.
       PARM-ABEND-PARA.
           DISPLAY 'TLOGBURN: PARM MUST BE '
                   '''YYYY-MM-DD YYYY-MM-DD NN'' - FROM AND TO DATES '
                   'AND THE 2-DIGIT RISE COUNT (OPTIONAL, NOT 00)'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       FIND-LATEST-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF SNAP-RECORD (1:18) NOT = WS-PREV-STAMP
               MOVE WS-READ-COUNT TO WS-SET-START
               MOVE SNAP-RECORD (1:18) TO WS-PREV-STAMP
           END-IF.
           IF SNP-RUN-DATE NOT < WS-FROM-DATE
            AND SNP-RUN-DATE NOT > WS-TO-DATE
               MOVE 1 TO WS-DT-POS
               PERFORM FIND-DT-SLOT-PARA
                   UNTIL WS-DT-POS > WS-DT-COUNT
                      OR DT-T-DATE (WS-DT-POS) NOT < SNP-RUN-DATE
               IF WS-DT-POS > WS-DT-COUNT
                OR DT-T-DATE (WS-DT-POS) NOT = SNP-RUN-DATE
                   PERFORM INSERT-DT-PARA
               END-IF
               MOVE SNP-RUN-TIME TO DT-T-TIME (WS-DT-POS)
               MOVE WS-SET-START TO DT-T-START (WS-DT-POS)
           END-IF.
           READ SNAPFILE
               AT END
                   MOVE 'Y' TO SNAP-EOF-SWITCH
           END-READ.
       FIND-DT-SLOT-PARA.
           ADD 1 TO WS-DT-POS.
       INSERT-DT-PARA.
           IF WS-DT-COUNT >= 1000
               DISPLAY 'TLOGBURN ERROR: MORE THAN 1000 SNAPSHOT '
                       'DATES IN THE RANGE - NARROW THE PARM'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DT-COUNT TO WS-DT-SHIFT.
           PERFORM SHIFT-DT-DOWN-PARA
               UNTIL WS-DT-SHIFT < WS-DT-POS.
           ADD 1 TO WS-DT-COUNT.
           MOVE SNP-RUN-DATE TO DT-T-DATE (WS-DT-POS).
           MOVE LOW-VALUES TO DT-T-TIME (WS-DT-POS).
           MOVE 0 TO DT-T-START (WS-DT-POS).
       SHIFT-DT-DOWN-PARA.
           COMPUTE WS-DT-SHIFT-TO = WS-DT-SHIFT + 1.
           MOVE WS-DT-ENTRY (WS-DT-SHIFT)
               TO WS-DT-ENTRY (WS-DT-SHIFT-TO).
           SUBTRACT 1 FROM WS-DT-SHIFT.
       LOAD-SNAP-PARA.
           ADD 1 TO WS-LOAD-COUNT.
           IF SNP-RUN-DATE NOT < WS-FROM-DATE
            AND SNP-RUN-DATE NOT > WS-TO-DATE
               MOVE 1 TO WS-DT-POS
               PERFORM FIND-DT-SLOT-PARA
                   UNTIL WS-DT-POS > WS-DT-COUNT
                      OR DT-T-DATE (WS-DT-POS) = SNP-RUN-DATE
               IF SNP-RUN-TIME = DT-T-TIME (WS-DT-POS)
                AND WS-LOAD-COUNT NOT < DT-T-START (WS-DT-POS)
                   ADD 1 TO WS-USED-COUNT
                   MOVE SNP-CATEGORY TO WS-NEW-CATEGORY
                   PERFORM ADD-BD-ROW-PARA
                   MOVE HIGH-VALUES TO WS-NEW-CATEGORY
                   PERFORM ADD-BD-ROW-PARA
               END-IF
           END-IF.
           READ SNAPFILE
               AT END
                   MOVE 'Y' TO SNAP-EOF-SWITCH
           END-READ.
       ADD-BD-ROW-PARA.
           MOVE SNP-RUN-DATE TO WS-NEW-DATE.
           MOVE 1 TO WS-BD-POS.
           PERFORM FIND-BD-SLOT-PARA
               UNTIL WS-BD-POS > WS-BD-COUNT
                  OR BD-T-KEY (WS-BD-POS) NOT < WS-BD-NEW-KEY.
           IF WS-BD-POS > WS-BD-COUNT
            OR BD-T-KEY (WS-BD-POS) NOT = WS-BD-NEW-KEY
               IF WS-BD-COUNT >= 30000
                   DISPLAY 'TLOGBURN ERROR: MORE THAN 30000 '
                           'CATEGORY/DATE ROWS - NARROW THE PARM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BD-COUNT TO WS-BD-SHIFT
               PERFORM SHIFT-BD-DOWN-PARA
                   UNTIL WS-BD-SHIFT < WS-BD-POS
               ADD 1 TO WS-BD-COUNT
               MOVE WS-BD-NEW-KEY TO BD-T-KEY (WS-BD-POS)
               INITIALIZE BD-T-COUNTS (WS-BD-POS)
           END-IF.
           ADD SNP-PLANNED-COUNT TO BD-T-PLANNED (WS-BD-POS).
           ADD SNP-RUN-COUNT TO BD-T-RUN (WS-BD-POS).
           ADD SNP-PASSED-COUNT TO BD-T-PASSED (WS-BD-POS).
           ADD SNP-FAILED-COUNT TO BD-T-FAILED (WS-BD-POS).
           ADD SNP-CLOSED-COUNT TO BD-T-CLOSED (WS-BD-POS).
       FIND-BD-SLOT-PARA.
           ADD 1 TO WS-BD-POS.
       SHIFT-BD-DOWN-PARA.
           COMPUTE WS-BD-SHIFT-TO = WS-BD-SHIFT + 1.
           MOVE WS-BD-ENTRY (WS-BD-SHIFT)
               TO WS-BD-ENTRY (WS-BD-SHIFT-TO).
           SUBTRACT 1 FROM WS-BD-SHIFT.
       PRINT-TITLE-PARA.
           MOVE BRN-HEADER-1 TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE BRN-HEADER-2 TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE WS-FROM-DATE TO BRN-FROM-DATE.
           MOVE WS-TO-DATE TO BRN-TO-DATE.
           MOVE WS-RISE-DAYS TO BRN-RISE-DAYS.
           MOVE BRN-RANGE-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE SPACES TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
      *  One category per call: its dated lines, each with the net
      *  movement in open work since the line before, then the net
      *  over the range.
       PRINT-CATEGORY-PARA.
           MOVE BD-T-CATEGORY (WS-PRT-POS) TO WS-PRT-CATEGORY.
           IF WS-PRT-CATEGORY = HIGH-VALUES
               MOVE 'ALL CATEGORIES' TO BRN-CATEGORY
           ELSE
               MOVE WS-PRT-CATEGORY TO BRN-CATEGORY
           END-IF.
           MOVE BRN-CATEGORY-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE BRN-COLUMN-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE 'Y' TO WS-FIRST-LINE-SW.
           MOVE 0 TO WS-RISE-RUN.
           MOVE 0 TO WS-MAX-RISE.
           PERFORM PRINT-DATE-LINE-PARA
               UNTIL WS-PRT-POS > WS-BD-COUNT
                  OR BD-T-CATEGORY (WS-PRT-POS) NOT = WS-PRT-CATEGORY.
           COMPUTE WS-NET-MOVE = WS-PREV-OPEN - WS-FIRST-OPEN.
           MOVE WS-NET-MOVE TO WS-NET-EDIT.
           MOVE WS-NET-EDIT TO BRN-RANGE-NET.
           MOVE WS-FIRST-OPEN TO BRN-RANGE-FIRST.
           MOVE WS-PREV-OPEN TO BRN-RANGE-LAST.
           MOVE BRN-RANGE-NET-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE SPACES TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
       PRINT-DATE-LINE-PARA.
           COMPUTE WS-OPEN-COUNT = BD-T-PLANNED (WS-PRT-POS)
               + BD-T-RUN (WS-PRT-POS) + BD-T-FAILED (WS-PRT-POS).
           MOVE SPACES TO BRN-FLAG.
           IF WS-FIRST-LINE-SW = 'Y'
               MOVE 'N' TO WS-FIRST-LINE-SW
               MOVE WS-OPEN-COUNT TO WS-FIRST-OPEN
               MOVE SPACES TO BRN-NET
           ELSE
               COMPUTE WS-NET-MOVE = WS-OPEN-COUNT - WS-PREV-OPEN
               MOVE WS-NET-MOVE TO WS-NET-EDIT
               MOVE WS-NET-EDIT TO BRN-NET
               IF WS-NET-MOVE > 0
                   ADD 1 TO WS-RISE-RUN
               ELSE
                   MOVE 0 TO WS-RISE-RUN
               END-IF
               IF WS-RISE-RUN >= WS-RISE-DAYS
                   MOVE '*** OPEN WORK RISING ***' TO BRN-FLAG
                   PERFORM RECORD-FLAG-PARA
               END-IF
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-PREV-OPEN.
           MOVE BD-T-DATE (WS-PRT-POS) TO BRN-DATE.
           MOVE BD-T-PLANNED (WS-PRT-POS) TO BRN-PLANNED.
           MOVE BD-T-RUN (WS-PRT-POS) TO BRN-RUN.
           MOVE BD-T-FAILED (WS-PRT-POS) TO BRN-FAILED.
           MOVE WS-OPEN-COUNT TO BRN-OPEN.
           MOVE BD-T-PASSED (WS-PRT-POS) TO BRN-PASSED.
           MOVE BD-T-CLOSED (WS-PRT-POS) TO BRN-CLOSED.
           MOVE BRN-DETAIL-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           ADD 1 TO WS-PRT-POS.
      *  One flag row per category, holding its longest rising run
      *  and where it stood at the last flagged line.
       RECORD-FLAG-PARA.
           IF WS-RISE-RUN > WS-MAX-RISE
               MOVE WS-RISE-RUN TO WS-MAX-RISE
           END-IF.
           IF WS-FLAG-COUNT = 0
            OR FLG-T-CATEGORY (WS-FLAG-COUNT) NOT = WS-PRT-CATEGORY
               IF WS-FLAG-COUNT >= 1000
                   DISPLAY 'TLOGBURN ERROR: MORE THAN 1000 RISING '
                           'CATEGORIES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-PRT-CATEGORY TO FLG-T-CATEGORY (WS-FLAG-COUNT)
           END-IF.
           MOVE WS-MAX-RISE TO FLG-T-MAX-RISE (WS-FLAG-COUNT).
           MOVE WS-OPEN-COUNT TO FLG-T-LAST-OPEN (WS-FLAG-COUNT).
           MOVE BD-T-DATE (WS-PRT-POS)
               TO FLG-T-LAST-DATE (WS-FLAG-COUNT).
       PRINT-FLAGS-PARA.
           MOVE BRN-FLAG-TITLE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           IF WS-FLAG-COUNT = 0
               MOVE BRN-NONE-LINE TO BURNRPT-RECORD
               WRITE BURNRPT-RECORD
           ELSE
               MOVE BRN-FLAG-COLUMN-LINE TO BURNRPT-RECORD
               WRITE BURNRPT-RECORD
           END-IF.
           PERFORM VARYING WS-FLG-POS FROM 1 BY 1
                   UNTIL WS-FLG-POS > WS-FLAG-COUNT
               IF FLG-T-CATEGORY (WS-FLG-POS) = HIGH-VALUES
                   MOVE 'ALL CATEGORIES' TO BRN-FL-CATEGORY
               ELSE
                   MOVE FLG-T-CATEGORY (WS-FLG-POS) TO BRN-FL-CATEGORY
               END-IF
               MOVE FLG-T-MAX-RISE (WS-FLG-POS) TO BRN-FL-MAX-RISE
               MOVE FLG-T-LAST-DATE (WS-FLG-POS) TO BRN-FL-LAST-DATE
               MOVE FLG-T-LAST-OPEN (WS-FLG-POS) TO BRN-FL-LAST-OPEN
               MOVE BRN-FLAG-LINE TO BURNRPT-RECORD
               WRITE BURNRPT-RECORD
           END-PERFORM.
           MOVE SPACES TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
           MOVE WS-READ-COUNT TO BRN-READ.
           MOVE WS-USED-COUNT TO BRN-USED.
           MOVE WS-DT-COUNT TO BRN-DATES.
           MOVE BRN-COUNT-LINE TO BURNRPT-RECORD.
           WRITE BURNRPT-RECORD.
