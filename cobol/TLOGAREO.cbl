      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reorganizes the cumulative year-end archive into the
      *          indexed archive. TLOGARCH appends aged records to
      *          the flat archive (HRD.HPMS.DATA.TLOGARCH) and, by
      *          design, a failed archive run rerun can append the
      *          same record twice; this program rebuilds the
      *          indexed archive KSDS (HRD.HPMS.DATA.TLOGARCX, keyed
      *          by TEST-RECORD-ID) from the flat archive so TLOGINQ
      *          and TLOGREST read the archive by key instead of
      *          scanning it from the top.
      *          The flat archive is read in TEST-RECORD-ID order -
      *          the SORTARCH step ahead of it in HPMSAR01 or
      *          HPMSAX01, with EQUALS so the copies
      *          of one id stay in the order they were appended -
      *          and the last copy of each id, the latest archived,
      *          is the one kept. Every earlier copy is dropped and
      *          listed, and marked SAME or DIFFERS against the copy
      *          that followed it.
      *          Four passes, so nothing touches the KSDS until the
      *          input has proved itself:
      *            1. the flat archive as it stands - record count
      *               and TEST-RECORD-ID hash total;
      *            2. the sorted archive - must balance to pass 1,
      *               and builds the statistics by archive year (the
      *               year of TEST-DATE, the year the record was
      *               aged out under) and CATEGORY;
      *            3. the load - the KSDS is opened OUTPUT (defined
      *               REUSE, so this resets it) and written in key
      *               order, the dropped copies listed;
      *            4. read back - the KSDS must hand back exactly
      *               the count and hash loaded.
      *          Balanced the way TLOGBKUP balances its copy: record
      *          count and TEST-RECORD-ID hash, archive in = loaded +
      *          dropped, loaded = read back.
      *          RC=16: the sorted archive does not balance to the
      *          flat archive, or the statistics table is full - the
      *          KSDS is not touched; or the load or read back is out
      *          of balance - rerun HPMSAX01, the flat archive is the
      *          system of record and a rerun rebuilds the KSDS whole.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGAREO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHFILE ASSIGN TO ARCHFILE.
           SELECT ARCHSRT ASSIGN TO ARCHSRT.
           SELECT ARCHKSDS ASSIGN TO ARCHKSDS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCX-RECORD-ID.
           SELECT AREORPT ASSIGN TO AREORPT.
       DATA DIVISION.
       FILE SECTION.
      *  The flat archive as TLOGARCH left it; only the id is
      *  addressed, for the pass 1 hash.
       FD ARCHFILE
           RECORDING MODE F.
       01  ARCH-RECORD.
           05  FILLER                  PIC X(118).
           05  ARCH-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(16).
      *  The same archive sorted by TEST-RECORD-ID, copies of an id
      *  in the order they were appended.
       FD ARCHSRT
           RECORDING MODE F.
       COPY TLOG.
      *  The indexed archive, shared TLOG layout, key in the
      *  TEST-RECORD-ID position.
       FD ARCHKSDS.
       01  ARCX-RECORD.
           05  FILLER                  PIC X(118).
           05  ARCX-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(16).
       FD AREORPT
           RECORDING MODE V.
       01  AREORPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  ARCH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SRT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  ARCX-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-PASS-SW                  PIC X(1).
           88  WS-STATS-PASS               VALUE 'S'.
           88  WS-LOAD-PASS                VALUE 'L'.
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
      *  The copy of the current id held back until the next sorted
      *  record shows whether a later copy follows it.
       01  WS-HELD-RECORD.
           05  HLD-CATEGORY            PIC X(25).
           05  HLD-GROUP               PIC X(25).
           05  HLD-AUTHOR              PIC X(25).
           05  HLD-DATE.
               10  HLD-YEAR            PIC X(4).
               10  HLD-MONTH           PIC X(2).
               10  HLD-DAY             PIC X(2).
           05  HLD-SUBJECT             PIC X(35).
           05  HLD-RECORD-ID           PIC 9(6).
           05  HLD-STATUS              PIC X(8).
           05  HLD-RESULT-DATE         PIC X(8).
       01  WS-HELD-SW                  PIC X(1).
           88  WS-HELD                     VALUE 'Y'.
      *  Balancing totals, count and TEST-RECORD-ID hash as on the
      *  TLOGBKUP trailer.
       01  WS-ARCH-COUNT               PIC 9(7) VALUE 0.
       01  WS-ARCH-HASH                PIC 9(12) VALUE 0.
       01  WS-SRT-COUNT                PIC 9(7) VALUE 0.
       01  WS-SRT-HASH                 PIC 9(12) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(7) VALUE 0.
       01  WS-KEPT-HASH                PIC 9(12) VALUE 0.
       01  WS-DROP-COUNT               PIC 9(7) VALUE 0.
       01  WS-DROP-HASH                PIC 9(12) VALUE 0.
       01  WS-OUT-COUNT                PIC 9(7) VALUE 0.
       01  WS-OUT-HASH                 PIC 9(12) VALUE 0.
       01  WS-BACK-COUNT               PIC 9(7) VALUE 0.
       01  WS-BACK-HASH                PIC 9(12) VALUE 0.
       01  WS-BALANCE-SW               PIC X(1) VALUE 'Y'.
           88  WS-IN-BALANCE               VALUE 'Y'.
      *  Statistics by archive year and CATEGORY for the copies
      *  kept, held in year/category order as they are posted;
      *  dropped copies are counted against the same entry.
       01  WS-STAT-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAT-MAX                 PIC 9(4) VALUE 2000.
       01  WS-STAT-TABLE.
           05  WS-STAT-ENTRY OCCURS 2000 TIMES.
               10  ST-KEY.
                   15  ST-YEAR         PIC X(4).
                   15  ST-CATEGORY     PIC X(25).
               10  ST-KEPT             PIC 9(7).
               10  ST-DROPPED          PIC 9(7).
       01  WS-STAT-SUB                 PIC 9(4).
       01  WS-STAT-POS                 PIC 9(4).
       01  WS-STAT-KEY.
           05  WS-STAT-YEAR            PIC X(4).
           05  WS-STAT-CATEGORY        PIC X(25).
       01  WS-STAT-FOUND-SW            PIC X(1).
           88  WS-STAT-FOUND               VALUE 'Y'.
       01  WS-CURR-YEAR                PIC X(4).
       01  WS-YEAR-KEPT                PIC 9(7).
       01  WS-YEAR-DROPPED             PIC 9(7).
       01  WS-TOTAL-KEPT               PIC 9(7).
       01  WS-TOTAL-DROPPED            PIC 9(7).
       01  AREO-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  AREO-HEADER-2.
           05  FILLER                  PIC X(40)
               VALUE 'TLOG ARCHIVE REORGANIZATION'.
           05  FILLER                  PIC X(5)
               VALUE 'RUN: '.
           05  AH-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  AH-RUN-TIME             PIC X(8).
       01  AREO-DROP-TITLE.
           05  FILLER                  PIC X(45)
               VALUE 'DUPLICATE COPIES DROPPED (LATEST COPY KEPT)'.
       01  AREO-DROP-HEADER.
           05  FILLER                  PIC X(8)
               VALUE 'ID'.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(10)
               VALUE 'TEST DATE'.
           05  FILLER                  PIC X(10)
               VALUE 'STATUS'.
           05  FILLER                  PIC X(37)
               VALUE 'SUBJECT'.
           05  FILLER                  PIC X(13)
               VALUE 'VS NEXT COPY'.
       01  AREO-DROP-LINE.
           05  AD-ID                   PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AD-CATEGORY             PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AD-DATE                 PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AD-STATUS               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AD-SUBJECT              PIC X(35).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AD-COMPARE              PIC X(7).
       01  AREO-DROP-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO DUPLICATE COPIES ON THE ARCHIVE'.
       01  AREO-STAT-TITLE.
           05  FILLER                  PIC X(41)
               VALUE 'ARCHIVE STATISTICS BY ARCHIVE YEAR (TEST '.
           05  FILLER                  PIC X(20)
               VALUE 'YEAR) AND CATEGORY'.
       01  AREO-STAT-HEADER.
           05  FILLER                  PIC X(7)
               VALUE 'YEAR'.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(9)
               VALUE '  RECORDS'.
           05  FILLER                  PIC X(11)
               VALUE '    DROPPED'.
       01  AREO-STAT-LINE.
           05  AS-YEAR                 PIC X(4).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  AS-CATEGORY             PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AS-KEPT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AS-DROPPED              PIC Z,ZZZ,ZZ9.
       01  AREO-BAL-TITLE.
           05  FILLER                  PIC X(45)
               VALUE 'BALANCING - COUNT AND TEST-RECORD-ID HASH'.
       01  AREO-BAL-HEADER.
           05  FILLER                  PIC X(40)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE '   RECORDS'.
           05  FILLER                  PIC X(17)
               VALUE '          ID HASH'.
       01  AREO-BAL-LINE.
           05  AB-LABEL                PIC X(40).
           05  AB-COUNT                PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  AB-HASH                 PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  AREO-RESULT-LINE.
           05  AR-TEXT                 PIC X(60).
       PROCEDURE DIVISION.
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
           OPEN OUTPUT AREORPT.
           MOVE AREO-HEADER-1 TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE WS-RUN-DATE TO AH-RUN-DATE.
           MOVE WS-RUN-TIME TO AH-RUN-TIME.
           MOVE AREO-HEADER-2 TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE SPACES TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           PERFORM COUNT-ARCHIVE-PARA.
           SET WS-STATS-PASS TO TRUE.
           PERFORM SORTED-PASS-PARA.
           IF WS-SRT-COUNT NOT = WS-ARCH-COUNT
            OR WS-SRT-HASH NOT = WS-ARCH-HASH
               PERFORM SORT-ABEND-PARA
           END-IF.
           MOVE AREO-DROP-TITLE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE AREO-DROP-HEADER TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 0 TO WS-KEPT-COUNT
                     WS-KEPT-HASH
                     WS-DROP-COUNT
                     WS-DROP-HASH.
           SET WS-LOAD-PASS TO TRUE.
           PERFORM SORTED-PASS-PARA.
           IF WS-DROP-COUNT = 0
               MOVE AREO-DROP-NONE-LINE TO AREORPT-RECORD
               WRITE AREORPT-RECORD
           END-IF.
           PERFORM READ-BACK-PARA.
           PERFORM WRITE-STATS-PARA.
           COMPUTE WS-OUT-COUNT = WS-KEPT-COUNT + WS-DROP-COUNT.
           COMPUTE WS-OUT-HASH = WS-KEPT-HASH + WS-DROP-HASH.
           IF WS-OUT-COUNT NOT = WS-ARCH-COUNT
            OR WS-OUT-HASH NOT = WS-ARCH-HASH
            OR WS-BACK-COUNT NOT = WS-KEPT-COUNT
            OR WS-BACK-HASH NOT = WS-KEPT-HASH
               MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           PERFORM WRITE-BALANCE-PARA.
           CLOSE AREORPT.
           DISPLAY 'TLOGAREO: ' WS-ARCH-COUNT ' ARCHIVE RECORDS READ, '
                   WS-KEPT-COUNT ' LOADED, ' WS-DROP-COUNT
                   ' DUPLICATES DROPPED'.
           DISPLAY 'TLOGAREO: LOADED ID HASH ' WS-KEPT-HASH
                   ', READ BACK ' WS-BACK-COUNT ' HASH ' WS-BACK-HASH.
           IF NOT WS-IN-BALANCE
               DISPLAY 'TLOGAREO ERROR: INDEXED ARCHIVE OUT OF '
                       'BALANCE - RERUN HPMSAX01'
               MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  Pass 1: the flat archive exactly as TLOGARCH appended it.
       COUNT-ARCHIVE-PARA.
           OPEN INPUT ARCHFILE.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
           PERFORM COUNT-ARCHIVE-RECORD-PARA
               UNTIL ARCH-EOF-SWITCH = 'Y'
           CLOSE ARCHFILE.
       COUNT-ARCHIVE-RECORD-PARA.
           ADD 1 TO WS-ARCH-COUNT.
           ADD ARCH-RECORD-ID TO WS-ARCH-HASH.
           READ ARCHFILE
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
      *  Passes 2 and 3 walk the sorted archive the same way: each
      *  record read decides the fate of the copy held before it - a
      *  later copy of the same id drops it, a new id (or the end of
      *  the file) keeps it. WS-PASS-SW says whether keeping and
      *  dropping post the statistics (pass 2) or load the KSDS and
      *  list the drop (pass 3).
       SORTED-PASS-PARA.
           MOVE 'N' TO SRT-EOF-SWITCH.
           MOVE 'N' TO WS-HELD-SW.
           OPEN INPUT ARCHSRT.
           IF WS-LOAD-PASS
               OPEN OUTPUT ARCHKSDS
           END-IF.
           PERFORM SORTED-RECORD-PARA
               UNTIL SRT-EOF-SWITCH = 'Y'
           CLOSE ARCHSRT.
           IF WS-LOAD-PASS
               CLOSE ARCHKSDS
           END-IF.
       SORTED-RECORD-PARA.
           READ ARCHSRT
               AT END
                   MOVE 'Y' TO SRT-EOF-SWITCH
                   IF WS-HELD
                       PERFORM KEEP-HELD-PARA
                   END-IF
               NOT AT END
                   IF WS-STATS-PASS
                       ADD 1 TO WS-SRT-COUNT
                       ADD TEST-RECORD-ID TO WS-SRT-HASH
                   END-IF
                   IF WS-HELD
                       IF TEST-RECORD-ID = HLD-RECORD-ID
                           PERFORM DROP-HELD-PARA
                       ELSE
                           PERFORM KEEP-HELD-PARA
                       END-IF
                   END-IF
                   MOVE TEST-RECORD TO WS-HELD-RECORD
                   SET WS-HELD TO TRUE
           END-READ.
       KEEP-HELD-PARA.
           ADD 1 TO WS-KEPT-COUNT.
           ADD HLD-RECORD-ID TO WS-KEPT-HASH.
           IF WS-STATS-PASS
               PERFORM FIND-STAT-PARA
               ADD 1 TO ST-KEPT (WS-STAT-SUB)
           ELSE
               WRITE ARCX-RECORD FROM WS-HELD-RECORD
                   INVALID KEY
                       DISPLAY 'TLOGAREO ERROR: KEY ' HLD-RECORD-ID
                               ' OUT OF SEQUENCE ON LOAD - CHECK '
                               'THE SORTARCH STEP'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
       DROP-HELD-PARA.
           ADD 1 TO WS-DROP-COUNT.
           ADD HLD-RECORD-ID TO WS-DROP-HASH.
           IF WS-STATS-PASS
               PERFORM FIND-STAT-PARA
               ADD 1 TO ST-DROPPED (WS-STAT-SUB)
           ELSE
               MOVE HLD-RECORD-ID TO AD-ID
               MOVE HLD-CATEGORY TO AD-CATEGORY
               MOVE HLD-DATE TO AD-DATE
               MOVE HLD-STATUS TO AD-STATUS
               MOVE HLD-SUBJECT TO AD-SUBJECT
               IF WS-HELD-RECORD = TEST-RECORD
                   MOVE 'SAME' TO AD-COMPARE
               ELSE
                   MOVE 'DIFFERS' TO AD-COMPARE
               END-IF
               MOVE AREO-DROP-LINE TO AREORPT-RECORD
               WRITE AREORPT-RECORD
           END-IF.
      *  Leaves WS-STAT-SUB on the entry for the held copy's year and
      *  category, inserting it in order when it is new. A year that
      *  is not numeric is posted as '????'.
       FIND-STAT-PARA.
           IF HLD-YEAR NUMERIC
               MOVE HLD-YEAR TO WS-STAT-YEAR
           ELSE
               MOVE '????' TO WS-STAT-YEAR
           END-IF.
           MOVE HLD-CATEGORY TO WS-STAT-CATEGORY.
           MOVE 'N' TO WS-STAT-FOUND-SW.
           COMPUTE WS-STAT-POS = WS-STAT-COUNT + 1.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > WS-STAT-COUNT
               IF ST-KEY (WS-STAT-SUB) = WS-STAT-KEY
                   SET WS-STAT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               IF ST-KEY (WS-STAT-SUB) > WS-STAT-KEY
                   MOVE WS-STAT-SUB TO WS-STAT-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-STAT-FOUND
               IF WS-STAT-COUNT >= WS-STAT-MAX
                   DISPLAY 'TLOGAREO ERROR: OVER 2000 ARCHIVE YEAR/'
                           'CATEGORY PAIRS - INDEXED ARCHIVE NOT '
                           'TOUCHED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-STAT-SUB FROM WS-STAT-COUNT BY -1
                       UNTIL WS-STAT-SUB < WS-STAT-POS
                   MOVE WS-STAT-ENTRY (WS-STAT-SUB)
                       TO WS-STAT-ENTRY (WS-STAT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-STAT-COUNT
               MOVE WS-STAT-POS TO WS-STAT-SUB
               MOVE WS-STAT-KEY TO ST-KEY (WS-STAT-SUB)
               MOVE 0 TO ST-KEPT (WS-STAT-SUB)
               MOVE 0 TO ST-DROPPED (WS-STAT-SUB)
           END-IF.
      *  The sorted archive lost or gained records on the way through
      *  the sort: stop before the KSDS is opened, so yesterday's
      *  indexed archive is still there for TLOGINQ and TLOGREST.
       SORT-ABEND-PARA.
           MOVE 0 TO WS-KEPT-COUNT
                     WS-KEPT-HASH
                     WS-DROP-COUNT
                     WS-DROP-HASH.
           PERFORM WRITE-BALANCE-PARA.
           CLOSE AREORPT.
           DISPLAY 'TLOGAREO ERROR: SORTED ARCHIVE ' WS-SRT-COUNT
                   ' HASH ' WS-SRT-HASH.
           DISPLAY 'TLOGAREO ERROR: DOES NOT BALANCE TO ARCHIVE '
                   WS-ARCH-COUNT ' HASH ' WS-ARCH-HASH.
           DISPLAY 'TLOGAREO: INDEXED ARCHIVE NOT TOUCHED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *  Pass 4: the KSDS as loaded. An empty archive loads nothing,
      *  and there is nothing to read back.
       READ-BACK-PARA.
           IF WS-KEPT-COUNT > 0
               OPEN INPUT ARCHKSDS
               READ ARCHKSDS
                   AT END
                       MOVE 'Y' TO ARCX-EOF-SWITCH
               END-READ
               PERFORM READ-BACK-RECORD-PARA
                   UNTIL ARCX-EOF-SWITCH = 'Y'
               CLOSE ARCHKSDS
           END-IF.
       READ-BACK-RECORD-PARA.
           ADD 1 TO WS-BACK-COUNT.
           ADD ARCX-RECORD-ID TO WS-BACK-HASH.
           READ ARCHKSDS
               AT END
                   MOVE 'Y' TO ARCX-EOF-SWITCH
           END-READ.
       WRITE-STATS-PARA.
           MOVE SPACES TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE AREO-STAT-TITLE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE AREO-STAT-HEADER TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 0 TO WS-TOTAL-KEPT
                     WS-TOTAL-DROPPED.
           MOVE SPACES TO WS-CURR-YEAR.
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > WS-STAT-COUNT
               IF ST-YEAR (WS-STAT-SUB) NOT = WS-CURR-YEAR
                   IF WS-CURR-YEAR NOT = SPACES
                       PERFORM WRITE-YEAR-TOTAL-PARA
                   END-IF
                   MOVE ST-YEAR (WS-STAT-SUB) TO WS-CURR-YEAR
                   MOVE 0 TO WS-YEAR-KEPT
                             WS-YEAR-DROPPED
               END-IF
               MOVE ST-YEAR (WS-STAT-SUB) TO AS-YEAR
               MOVE ST-CATEGORY (WS-STAT-SUB) TO AS-CATEGORY
               MOVE ST-KEPT (WS-STAT-SUB) TO AS-KEPT
               MOVE ST-DROPPED (WS-STAT-SUB) TO AS-DROPPED
               MOVE AREO-STAT-LINE TO AREORPT-RECORD
               WRITE AREORPT-RECORD
               ADD ST-KEPT (WS-STAT-SUB) TO WS-YEAR-KEPT
                                            WS-TOTAL-KEPT
               ADD ST-DROPPED (WS-STAT-SUB) TO WS-YEAR-DROPPED
                                               WS-TOTAL-DROPPED
           END-PERFORM.
           IF WS-CURR-YEAR NOT = SPACES
               PERFORM WRITE-YEAR-TOTAL-PARA
           END-IF.
           MOVE SPACES TO AS-YEAR.
           MOVE 'ARCHIVE TOTAL' TO AS-CATEGORY.
           MOVE WS-TOTAL-KEPT TO AS-KEPT.
           MOVE WS-TOTAL-DROPPED TO AS-DROPPED.
           MOVE AREO-STAT-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
       WRITE-YEAR-TOTAL-PARA.
           MOVE SPACES TO AS-YEAR.
           MOVE SPACES TO AS-CATEGORY.
           STRING WS-CURR-YEAR DELIMITED BY SIZE
                  ' TOTAL'     DELIMITED BY SIZE
             INTO AS-CATEGORY
           END-STRING.
           MOVE WS-YEAR-KEPT TO AS-KEPT.
           MOVE WS-YEAR-DROPPED TO AS-DROPPED.
           MOVE AREO-STAT-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE SPACES TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
       WRITE-BALANCE-PARA.
           MOVE SPACES TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE AREO-BAL-TITLE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE AREO-BAL-HEADER TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'ARCHIVE READ (HRD.HPMS.DATA.TLOGARCH)' TO AB-LABEL.
           MOVE WS-ARCH-COUNT TO AB-COUNT.
           MOVE WS-ARCH-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'SORTED ARCHIVE READ' TO AB-LABEL.
           MOVE WS-SRT-COUNT TO AB-COUNT.
           MOVE WS-SRT-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'LOADED TO INDEXED ARCHIVE' TO AB-LABEL.
           MOVE WS-KEPT-COUNT TO AB-COUNT.
           MOVE WS-KEPT-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'DUPLICATE COPIES DROPPED' TO AB-LABEL.
           MOVE WS-DROP-COUNT TO AB-COUNT.
           MOVE WS-DROP-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'LOADED + DROPPED' TO AB-LABEL.
           MOVE WS-OUT-COUNT TO AB-COUNT.
           MOVE WS-OUT-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE 'READ BACK FROM INDEXED ARCHIVE' TO AB-LABEL.
           MOVE WS-BACK-COUNT TO AB-COUNT.
           MOVE WS-BACK-HASH TO AB-HASH.
           MOVE AREO-BAL-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           MOVE SPACES TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
           IF WS-SRT-COUNT NOT = WS-ARCH-COUNT
            OR WS-SRT-HASH NOT = WS-ARCH-HASH
               MOVE '*** SORTED ARCHIVE OUT OF BALANCE - NOT LOADED'
                   TO AR-TEXT
           ELSE
               IF WS-IN-BALANCE
                   MOVE SPACES TO AR-TEXT
                   STRING 'IN BALANCE: ARCHIVE = LOADED + DROPPED, '
                              DELIMITED BY SIZE
                          'LOADED = READ BACK'
                              DELIMITED BY SIZE
                     INTO AR-TEXT
                   END-STRING
               ELSE
                   MOVE '*** INDEXED ARCHIVE OUT OF BALANCE'
                       TO AR-TEXT
               END-IF
           END-IF.
           MOVE AREO-RESULT-LINE TO AREORPT-RECORD.
           WRITE AREORPT-RECORD.
