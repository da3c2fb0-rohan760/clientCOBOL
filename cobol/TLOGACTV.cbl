      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily field-level change activity report from the
      *          TLOG maintenance journal - what changed on the master
      *          for one business date, and who changed it.
      *          PARM='YYYY-MM-DD' is the business date to report;
      *          omitted, it is the shop processing date from
      *          TLOGBDAY, so the scheduled run reports the cycle that
      *          is about to be rolled. An entry belongs to the date
      *          its JRN-BUSINESS-DATE carries (the clock date for an
      *          entry written before the business date was stamped).
      *          The journal is read sorted by source (JRN-SOURCE) and
      *          clock stamp - HPMSCA01's SORTJRNL step - and is read
      *          twice, the way TLOGMAINT reads its TRANFILE:
      *            pass 1 - every batch source, in the sort's order
      *              of JRN-SOURCE-TYPE: any entries with no source
      *              recorded (blank sorts lowest) first, then one
      *              section per department batch, then the bulk
      *              reclassification and archive restore utilities;
      *              an unrecognised code falls in its collating
      *              place under UNKNOWN SOURCE CODE;
      *            pass 2 - the emergency online changes made under
      *              TLGC, one section per signed-on user, each entry
      *              with its terminal and transaction and a sign-off
      *              line for the reviewing supervisor.
      *          A CHANGE lists each of CATEGORY, GROUP, AUTHOR, DATE,
      *          SUBJECT, STATUS and RESULT DATE whose value differs
      *          between the before and after images, old value then
      *          new; an ADD lists the whole new record and a DELETE
      *          the whole record as it was.
      *          A test note added or removed (journal action 'N') is
      *          listed as NOTE with its sequence, type, date, author
      *          and text, and counted apart on the source total.
      *          RC=4 when there are online changes waiting for
      *          sign-off, RC=16 for a bad PARM or an unusable
      *          processing date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGACTV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNLFILE ASSIGN TO JRNLFILE.
           SELECT ACTVRPT ASSIGN TO ACTVRPT.
       DATA DIVISION.
       FILE SECTION.
       FD JRNLFILE
           RECORDING MODE F.
       COPY TLOGJRNL.
       FD ACTVRPT
           RECORDING MODE V.
       01  ACTVRPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  JRNL-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-PASS-SW                  PIC X(1).
           88  WS-BATCH-PASS               VALUE 'B'.
           88  WS-ONLINE-PASS              VALUE 'O'.
       01  WS-REPORT-DATE              PIC X(10).
       01  WS-REPORT-PARTS REDEFINES WS-REPORT-DATE.
           05  WS-RPT-YEAR             PIC 9(4).
           05  WS-RPT-DASH-1           PIC X(1).
           05  WS-RPT-MONTH            PIC 9(2).
           05  WS-RPT-DASH-2           PIC X(1).
           05  WS-RPT-DAY              PIC 9(2).
       01  WS-ENTRY-DATE               PIC X(10).
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
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
      *  Source of the section being printed; a new JRN-SOURCE-TYPE
      *  plus JRN-SOURCE-ID closes it and opens the next.
       01  WS-CURR-SOURCE.
           05  WS-CURR-SRC-TYPE        PIC X(1).
           05  WS-CURR-SRC-ID          PIC X(8).
       01  WS-SOURCE-OPEN-SW           PIC X(1).
           88  WS-SOURCE-OPEN              VALUE 'Y'.
      *  Both journal images laid over the TLOG field pattern, as in
      *  TLOGRCVR; a LOW-VALUES image (no record on that side) is
      *  carried as spaces.
       01  WS-BEFORE-FIELDS.
           05  WS-BEF-CATEGORY         PIC X(25).
           05  WS-BEF-GROUP            PIC X(25).
           05  WS-BEF-AUTHOR           PIC X(25).
           05  WS-BEF-DATE             PIC X(8).
           05  WS-BEF-SUBJECT          PIC X(35).
           05  WS-BEF-RECORD-ID        PIC X(6).
           05  WS-BEF-STATUS           PIC X(8).
           05  WS-BEF-RESULT-DATE      PIC X(8).
       01  WS-AFTER-FIELDS.
           05  WS-AFT-CATEGORY         PIC X(25).
           05  WS-AFT-GROUP            PIC X(25).
           05  WS-AFT-AUTHOR           PIC X(25).
           05  WS-AFT-DATE             PIC X(8).
           05  WS-AFT-SUBJECT          PIC X(35).
           05  WS-AFT-RECORD-ID        PIC X(6).
           05  WS-AFT-STATUS           PIC X(8).
           05  WS-AFT-RESULT-DATE      PIC X(8).
      *  How PRINT-FIELDS-PARA lists the seven fields: C - only those
      *  that differ, old and new; A - all, new only; D - all, old
      *  only.
      *  An 'N' entry's image is a TLOGNOTE record instead.
       01  WS-NOTE-FIELDS.
           05  WS-NOTE-RECORD-ID       PIC X(6).
           05  WS-NOTE-SEQ             PIC X(4).
           05  WS-NOTE-DATE            PIC X(8).
           05  WS-NOTE-AUTHOR          PIC X(25).
           05  WS-NOTE-TYPE            PIC X(8).
           05  WS-NOTE-TEXT            PIC X(80).
           05  FILLER                  PIC X(9).
       01  WS-FIELD-MODE               PIC X(1).
           88  WS-FIELDS-CHANGED           VALUE 'C'.
           88  WS-FIELDS-ADDED             VALUE 'A'.
           88  WS-FIELDS-DELETED           VALUE 'D'.
       01  WS-FLD-LABEL                PIC X(12).
       01  WS-FLD-OLD                  PIC X(35).
       01  WS-FLD-NEW                  PIC X(35).
       01  WS-ENTRY-FIELDS             PIC 9(2).
       01  WS-SOURCE-COUNTS.
           05  WS-SRC-ADDS             PIC 9(7).
           05  WS-SRC-CHANGES          PIC 9(7).
           05  WS-SRC-DELETES          PIC 9(7).
           05  WS-SRC-FIELDS           PIC 9(7).
           05  WS-SRC-NOTES            PIC 9(7).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-DATE-COUNT           PIC 9(7) VALUE 0.
           05  WS-BATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-ONLINE-COUNT         PIC 9(7) VALUE 0.
           05  WS-BAD-ENTRY-COUNT      PIC 9(7) VALUE 0.
       01  ACT-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  ACT-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TLOG MASTER DAILY CHANGE ACTIVITY REPORT'.
       01  ACT-DATE-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'BUSINESS DATE: '.
           05  ACT-REPORT-DATE         PIC X(10).
       01  ACT-SECTION-LINE.
           05  ACT-SECTION-TITLE       PIC X(72).
       01  ACT-SOURCE-LINE.
           05  FILLER                  PIC X(8)
               VALUE 'SOURCE: '.
           05  ACT-SRC-DESC            PIC X(34).
           05  ACT-SRC-ID              PIC X(8).
       01  ACT-ENTRY-LINE.
           05  FILLER                  PIC X(6)
               VALUE '  ID: '.
           05  ACT-ID                  PIC X(6).
           05  FILLER                  PIC X(10)
               VALUE '  ACTION: '.
           05  ACT-ACTION              PIC X(7).
           05  FILLER                  PIC X(8)
               VALUE '  TIME: '.
           05  ACT-TIME                PIC X(8).
       01  ACT-ONLINE-LINE.
           05  FILLER                  PIC X(12)
               VALUE '  TERMINAL: '.
           05  ACT-TERM                PIC X(4).
           05  FILLER                  PIC X(15)
               VALUE '  TRANSACTION: '.
           05  ACT-TRAN                PIC X(4).
       01  ACT-FIELD-LINE.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  ACT-FLD-LABEL           PIC X(12).
           05  ACT-FLD-OLD             PIC X(35).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  ACT-FLD-NEW             PIC X(35).
       01  ACT-FIELD-HEADER.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE 'FIELD'.
           05  FILLER                  PIC X(37)
               VALUE 'OLD VALUE'.
           05  FILLER                  PIC X(35)
               VALUE 'NEW VALUE'.
       01  ACT-NOTE-LINE.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  ACT-NOTE-DONE           PIC X(14).
           05  FILLER                  PIC X(5)
               VALUE 'SEQ: '.
           05  ACT-NOTE-SEQ            PIC X(4).
           05  FILLER                  PIC X(8)
               VALUE '  TYPE: '.
           05  ACT-NOTE-TYPE           PIC X(8).
           05  FILLER                  PIC X(8)
               VALUE '  DATE: '.
           05  ACT-NOTE-DATE           PIC X(8).
           05  FILLER                  PIC X(10)
               VALUE '  AUTHOR: '.
           05  ACT-NOTE-AUTHOR         PIC X(25).
       01  ACT-NOTE-TEXT-LINE.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'TEXT:'.
           05  ACT-NOTE-TEXT           PIC X(80).
       01  ACT-NO-FIELD-LINE.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'NO FIELD VALUE CHANGED'.
       01  ACT-SIGNOFF-LINE.
           05  FILLER                  PIC X(6)
               VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'REVIEWED BY: ___________________________'.
           05  FILLER                  PIC X(24)
               VALUE '   DATE: ______________'.
       01  ACT-SOURCE-TOTAL-LINE.
           05  FILLER                  PIC X(8)
               VALUE '  ADDS: '.
           05  ACT-ST-ADDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE '  CHANGES: '.
           05  ACT-ST-CHANGES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(11)
               VALUE '  DELETES: '.
           05  ACT-ST-DELETES          PIC ZZZZZZ9.
           05  FILLER                  PIC X(18)
               VALUE '  FIELDS CHANGED: '.
           05  ACT-ST-FIELDS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)
               VALUE '  NOTES: '.
           05  ACT-ST-NOTES            PIC ZZZZZZ9.
       01  ACT-NONE-LINE.
           05  ACT-NONE-TEXT           PIC X(60).
       01  ACT-COUNT-LINE.
           05  FILLER                  PIC X(17)
               VALUE 'JOURNAL ENTRIES: '.
           05  ACT-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  FOR DATE: '.
           05  ACT-DATE-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)
               VALUE '  BATCH: '.
           05  ACT-BATCH               PIC ZZZZZZ9.
           05  FILLER                  PIC X(10)
               VALUE '  ONLINE: '.
           05  ACT-ONLINE              PIC ZZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  UNUSABLE: '.
           05  ACT-BAD-ENTRY           PIC ZZZZZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(10).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
           OPEN OUTPUT ACTVRPT.
           MOVE ACT-HEADER-1 TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ACT-HEADER-2 TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE WS-REPORT-DATE TO ACT-REPORT-DATE.
           MOVE ACT-DATE-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE 'BATCH CHANGES BY SOURCE' TO ACT-SECTION-TITLE.
           PERFORM PRINT-SECTION-PARA.
           SET WS-BATCH-PASS TO TRUE.
           PERFORM READ-PASS-PARA.
           IF WS-BATCH-COUNT = 0
               MOVE 'NO BATCH CHANGES FOR THIS DATE' TO ACT-NONE-TEXT
               MOVE ACT-NONE-LINE TO ACTVRPT-RECORD
               WRITE ACTVRPT-RECORD
           END-IF.
           MOVE 'EMERGENCY ONLINE CHANGES (TLGC) - SUPERVISOR SIGN-OFF'
               TO ACT-SECTION-TITLE.
           PERFORM PRINT-SECTION-PARA.
           SET WS-ONLINE-PASS TO TRUE.
           PERFORM READ-PASS-PARA.
           IF WS-ONLINE-COUNT = 0
               MOVE 'NO ONLINE CHANGES FOR THIS DATE - NOTHING TO SIGN'
                   TO ACT-NONE-TEXT
               MOVE ACT-NONE-LINE TO ACTVRPT-RECORD
               WRITE ACTVRPT-RECORD
           END-IF.
           MOVE WS-READ-COUNT TO ACT-READ.
           MOVE WS-DATE-COUNT TO ACT-DATE-COUNT.
           MOVE WS-BATCH-COUNT TO ACT-BATCH.
           MOVE WS-ONLINE-COUNT TO ACT-ONLINE.
           MOVE WS-BAD-ENTRY-COUNT TO ACT-BAD-ENTRY.
           MOVE SPACES TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ACT-COUNT-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           CLOSE ACTVRPT.
           DISPLAY 'TLOGACTV: BUSINESS DATE ' WS-REPORT-DATE ', '
                   WS-DATE-COUNT ' OF ' WS-READ-COUNT
                   ' JOURNAL ENTRIES'.
           DISPLAY 'TLOGACTV: ' WS-BATCH-COUNT ' BATCH, '
                   WS-ONLINE-COUNT ' ONLINE, '
                   WS-BAD-ENTRY-COUNT ' UNUSABLE'.
           IF WS-ONLINE-COUNT > 0
               DISPLAY 'TLOGACTV: ONLINE CHANGES AWAIT SUPERVISOR '
                       'SIGN-OFF'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  as in TLOGRCVR. No PARM reports the processing date.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 10
               MOVE 10 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN = 0
               MOVE 'P' TO WS-BDY-FUNCTION
               CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                     WS-BDY-PROC-DATE WS-BDY-DAYS
                                     WS-BDY-RC
               IF NOT WS-BDY-VALID
                   DISPLAY 'TLOGACTV ERROR: PROCESSING DATE OR '
                           'HOLIDAY CALENDAR UNUSABLE - SEE TLOGBDAY '
                           'MESSAGES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BDY-PROC-DATE TO WS-REPORT-DATE
           ELSE
               MOVE SPACES TO WS-REPORT-DATE
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-REPORT-DATE
               IF WS-RPT-YEAR NOT NUMERIC
                OR WS-RPT-MONTH NOT NUMERIC
                OR WS-RPT-DAY NOT NUMERIC
                OR WS-RPT-DASH-1 NOT = '-'
                OR WS-RPT-DASH-2 NOT = '-'
                   PERFORM PARM-ABEND-PARA
               END-IF
               IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
                   PERFORM PARM-ABEND-PARA
               END-IF
               MOVE WS-DIM (WS-RPT-MONTH) TO WS-MAX-DAY
               IF WS-RPT-MONTH = 2
                  AND FUNCTION MOD (WS-RPT-YEAR, 4) = 0
                  AND (FUNCTION MOD (WS-RPT-YEAR, 100) NOT = 0
                       OR FUNCTION MOD (WS-RPT-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-RPT-DAY < 1 OR WS-RPT-DAY > WS-MAX-DAY
                   PERFORM PARM-ABEND-PARA
               END-IF
           END-IF.
       PARM-ABEND-PARA.
           DISPLAY 'TLOGACTV: PARM MUST BE ''YYYY-MM-DD'' - THE '
                   'BUSINESS DATE TO REPORT - OR OMITTED FOR THE '
                   'PROCESSING DATE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       PRINT-SECTION-PARA.
           MOVE SPACES TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ACT-SECTION-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ALL '=' TO ACT-SECTION-TITLE.
           MOVE ACT-SECTION-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
      *  One pass over the sorted journal. Each pass prints only its
      *  own kind of source, so the online section stands apart
      *  whatever its JRN-SOURCE-TYPE sorts between.
       READ-PASS-PARA.
           MOVE 'N' TO JRNL-EOF-SWITCH.
           MOVE 'N' TO WS-SOURCE-OPEN-SW.
           OPEN INPUT JRNLFILE.
           READ JRNLFILE
               AT END
                   MOVE 'Y' TO JRNL-EOF-SWITCH
           END-READ.
           PERFORM PROCESS-JRNL-PARA
               UNTIL JRNL-EOF-SWITCH = 'Y'
           CLOSE JRNLFILE.
           IF WS-SOURCE-OPEN
               PERFORM END-SOURCE-PARA
           END-IF.
       PROCESS-JRNL-PARA.
           IF WS-BATCH-PASS
               ADD 1 TO WS-READ-COUNT
           END-IF.
           IF JRN-BUSINESS-DATE = SPACES
               MOVE JRN-RUN-DATE TO WS-ENTRY-DATE
           ELSE
               MOVE JRN-BUSINESS-DATE TO WS-ENTRY-DATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-ENTRY-DATE NOT = WS-REPORT-DATE
                   CONTINUE
               WHEN WS-BATCH-PASS AND JRN-SRC-ONLINE
                   CONTINUE
               WHEN WS-ONLINE-PASS AND NOT JRN-SRC-ONLINE
                   CONTINUE
               WHEN JRN-RECORD-ID NOT NUMERIC
                OR JRN-RECORD-ID = 0
                OR (JRN-ACTION NOT = 'A' AND NOT = 'C'
                                        AND NOT = 'D' AND NOT = 'N')
                   ADD 1 TO WS-DATE-COUNT
                   ADD 1 TO WS-BAD-ENTRY-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DATE-COUNT
                   PERFORM REPORT-ENTRY-PARA
           END-EVALUATE.
           READ JRNLFILE
               AT END
                   MOVE 'Y' TO JRNL-EOF-SWITCH
           END-READ.
       REPORT-ENTRY-PARA.
           IF NOT WS-SOURCE-OPEN
            OR JRN-SOURCE-TYPE NOT = WS-CURR-SRC-TYPE
            OR JRN-SOURCE-ID NOT = WS-CURR-SRC-ID
               IF WS-SOURCE-OPEN
                   PERFORM END-SOURCE-PARA
               END-IF
               PERFORM START-SOURCE-PARA
           END-IF.
           IF WS-ONLINE-PASS
               ADD 1 TO WS-ONLINE-COUNT
           ELSE
               ADD 1 TO WS-BATCH-COUNT
           END-IF.
           IF JRN-BEFORE-IMAGE = LOW-VALUES
               MOVE SPACES TO WS-BEFORE-FIELDS
           ELSE
               MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-FIELDS
           END-IF.
           IF JRN-AFTER-IMAGE = LOW-VALUES
               MOVE SPACES TO WS-AFTER-FIELDS
           ELSE
               MOVE JRN-AFTER-IMAGE TO WS-AFTER-FIELDS
           END-IF.
           MOVE SPACES TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE JRN-RECORD-ID TO ACT-ID.
           MOVE JRN-RUN-TIME TO ACT-TIME.
           EVALUATE JRN-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO ACT-ACTION
                   SET WS-FIELDS-ADDED TO TRUE
                   ADD 1 TO WS-SRC-ADDS
               WHEN 'C'
                   MOVE 'CHANGE' TO ACT-ACTION
                   SET WS-FIELDS-CHANGED TO TRUE
                   ADD 1 TO WS-SRC-CHANGES
               WHEN 'D'
                   MOVE 'DELETE' TO ACT-ACTION
                   SET WS-FIELDS-DELETED TO TRUE
                   ADD 1 TO WS-SRC-DELETES
               WHEN 'N'
                   MOVE 'NOTE' TO ACT-ACTION
                   ADD 1 TO WS-SRC-NOTES
           END-EVALUATE.
           MOVE ACT-ENTRY-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           IF WS-ONLINE-PASS
               MOVE JRN-SOURCE-TERM TO ACT-TERM
               MOVE JRN-SOURCE-TRAN TO ACT-TRAN
               MOVE ACT-ONLINE-LINE TO ACTVRPT-RECORD
               WRITE ACTVRPT-RECORD
           END-IF.
           IF JRN-ACTION = 'N'
               PERFORM PRINT-NOTE-PARA
           ELSE
               PERFORM PRINT-FIELDS-PARA
           END-IF.
           IF WS-ONLINE-PASS
               MOVE ACT-SIGNOFF-LINE TO ACTVRPT-RECORD
               WRITE ACTVRPT-RECORD
           END-IF.
       START-SOURCE-PARA.
           MOVE JRN-SOURCE-TYPE TO WS-CURR-SRC-TYPE.
           MOVE JRN-SOURCE-ID TO WS-CURR-SRC-ID.
           SET WS-SOURCE-OPEN TO TRUE.
           INITIALIZE WS-SOURCE-COUNTS.
           MOVE JRN-SOURCE-ID TO ACT-SRC-ID.
           EVALUATE TRUE
               WHEN JRN-SRC-BATCH
                   MOVE 'DEPARTMENT BATCH (TLOGMAINT) DEPT'
                       TO ACT-SRC-DESC
               WHEN JRN-SRC-RECLASS
                   MOVE 'BULK RECLASSIFICATION' TO ACT-SRC-DESC
               WHEN JRN-SRC-RESTORE
                   MOVE 'ARCHIVE RESTORE' TO ACT-SRC-DESC
               WHEN JRN-SRC-ONLINE
                   MOVE 'ONLINE CHANGE BY USER' TO ACT-SRC-DESC
               WHEN JRN-SOURCE-TYPE = SPACE
                   MOVE 'NOT RECORDED ON THE JOURNAL' TO ACT-SRC-DESC
                   MOVE SPACES TO ACT-SRC-ID
               WHEN OTHER
                   MOVE 'UNKNOWN SOURCE CODE' TO ACT-SRC-DESC
                   MOVE JRN-SOURCE-TYPE TO ACT-SRC-ID
           END-EVALUATE.
           MOVE SPACES TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ACT-SOURCE-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
       END-SOURCE-PARA.
           MOVE WS-SRC-ADDS TO ACT-ST-ADDS.
           MOVE WS-SRC-CHANGES TO ACT-ST-CHANGES.
           MOVE WS-SRC-DELETES TO ACT-ST-DELETES.
           MOVE WS-SRC-FIELDS TO ACT-ST-FIELDS.
           MOVE WS-SRC-NOTES TO ACT-ST-NOTES.
           MOVE SPACES TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE ACT-SOURCE-TOTAL-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE 'N' TO WS-SOURCE-OPEN-SW.
      *  A note is added when there was none before it and removed
      *  when there is none after; the note itself is printed from
      *  whichever image holds it.
       PRINT-NOTE-PARA.
           IF JRN-BEFORE-IMAGE = LOW-VALUES
               MOVE 'ADDED' TO ACT-NOTE-DONE
               MOVE JRN-AFTER-IMAGE TO WS-NOTE-FIELDS
           ELSE
               MOVE 'REMOVED' TO ACT-NOTE-DONE
               MOVE JRN-BEFORE-IMAGE TO WS-NOTE-FIELDS
           END-IF.
           MOVE WS-NOTE-SEQ TO ACT-NOTE-SEQ.
           MOVE WS-NOTE-TYPE TO ACT-NOTE-TYPE.
           MOVE WS-NOTE-DATE TO ACT-NOTE-DATE.
           MOVE WS-NOTE-AUTHOR TO ACT-NOTE-AUTHOR.
           MOVE ACT-NOTE-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE WS-NOTE-TEXT TO ACT-NOTE-TEXT.
           MOVE ACT-NOTE-TEXT-LINE TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
      *  The seven reported fields, in record order.
       PRINT-FIELDS-PARA.
           MOVE 0 TO WS-ENTRY-FIELDS.
           MOVE ACT-FIELD-HEADER TO ACTVRPT-RECORD.
           WRITE ACTVRPT-RECORD.
           MOVE 'CATEGORY' TO WS-FLD-LABEL.
           MOVE WS-BEF-CATEGORY TO WS-FLD-OLD.
           MOVE WS-AFT-CATEGORY TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'GROUP' TO WS-FLD-LABEL.
           MOVE WS-BEF-GROUP TO WS-FLD-OLD.
           MOVE WS-AFT-GROUP TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'AUTHOR' TO WS-FLD-LABEL.
           MOVE WS-BEF-AUTHOR TO WS-FLD-OLD.
           MOVE WS-AFT-AUTHOR TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'DATE' TO WS-FLD-LABEL.
           MOVE WS-BEF-DATE TO WS-FLD-OLD.
           MOVE WS-AFT-DATE TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'SUBJECT' TO WS-FLD-LABEL.
           MOVE WS-BEF-SUBJECT TO WS-FLD-OLD.
           MOVE WS-AFT-SUBJECT TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'STATUS' TO WS-FLD-LABEL.
           MOVE WS-BEF-STATUS TO WS-FLD-OLD.
           MOVE WS-AFT-STATUS TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           MOVE 'RESULT DATE' TO WS-FLD-LABEL.
           MOVE WS-BEF-RESULT-DATE TO WS-FLD-OLD.
           MOVE WS-AFT-RESULT-DATE TO WS-FLD-NEW.
           PERFORM PRINT-ONE-FIELD-PARA.
           IF WS-FIELDS-CHANGED AND WS-ENTRY-FIELDS = 0
               MOVE ACT-NO-FIELD-LINE TO ACTVRPT-RECORD
               WRITE ACTVRPT-RECORD
           END-IF.
           ADD WS-ENTRY-FIELDS TO WS-SRC-FIELDS.
       PRINT-ONE-FIELD-PARA.
           EVALUATE TRUE
               WHEN WS-FIELDS-CHANGED AND WS-FLD-OLD = WS-FLD-NEW
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FLD-LABEL TO ACT-FLD-LABEL
                   MOVE WS-FLD-OLD TO ACT-FLD-OLD
                   MOVE WS-FLD-NEW TO ACT-FLD-NEW
                   IF WS-FIELDS-ADDED
                       MOVE SPACES TO ACT-FLD-OLD
                   END-IF
                   IF WS-FIELDS-DELETED
                       MOVE SPACES TO ACT-FLD-NEW
                   END-IF
                   IF WS-FIELDS-CHANGED
                       ADD 1 TO WS-ENTRY-FIELDS
                   END-IF
                   MOVE ACT-FIELD-LINE TO ACTVRPT-RECORD
                   WRITE ACTVRPT-RECORD
           END-EVALUATE.
