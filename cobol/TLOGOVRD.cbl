      ******************************************************************
      * Author:
      * Date:
      * Purpose: Overdue test escalation report over the TLOG master.
      *          Lists two kinds of overdue test:
      *            PLANNED - still PLANNED more than the planned limit
      *                      days past its TEST-DATE;
      *            RUN     - at RUN with no TEST-RESULT-DATE more
      *                      than the result limit days past its
      *                      TEST-DATE.
      *          Days are business days (TLOGBDAY: weekends and shop
      *          holidays not counted) up to the shop processing
      *          date, which also dates the report.
      *          Both limits, and the overdue count past which the
      *          job should notify, come from the one-record control
      *          file OVDCTL; an empty or unkeyed control record falls
      *          back to 30 days, 14 days and 0.
      *          The report is grouped by owning department from
      *          OWNFILE (first entry for a category wins, UNOWNED
      *          when it has none), each department starting a new
      *          page headed with its contact, then by CATEGORY/GROUP
      *          and TEST-AUTHOR. Each test carries its days overdue
      *          (days past the limit) and aging bucket: 1-30, 31-90
      *          and OVER 90 days overdue. Each CATEGORY/GROUP gets a
      *          subtotal, each department a bucket summary per kind,
      *          and a closing page totals every department.
      *          Ends RC=4 when the overall overdue count is past the
      *          control record's notify count, so the job stream's
      *          notify step can SEND.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGOVRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TLOGMSTR ASSIGN TO TLOGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT OWNFILE ASSIGN TO OWNFILE.
           SELECT OVDCTL ASSIGN TO OVDCTL.
           SELECT OVDRPT ASSIGN TO OVDRPT.
       DATA DIVISION.
       FILE SECTION.
       FD TLOGMSTR.
       COPY TLOG.
      *  CATEGORY-to-department ownership file (HRD.HPMS.DATA.TLOGOWN)
      *  shared with TLOGSUSP, TLOGMAINT and TLOGCONS.
       FD OWNFILE
           RECORDING MODE F.
       01  OWN-RECORD.
           05  OWN-CATEGORY            PIC X(25).
           05  OWN-DEPARTMENT          PIC X(8).
           05  OWN-CONTACT             PIC X(25).
      *  One-record escalation control (HRD.HPMS.DATA.TLOGOVDC),
      *  keyed by ops the way TLOGCTL is: planned limit in days,
      *  result limit in days, notify count.
       FD OVDCTL
           RECORDING MODE F.
       01  OVC-RECORD.
           05  OVC-PLANNED-DAYS        PIC 9(3).
           05  OVC-RESULT-DAYS         PIC 9(3).
           05  OVC-NOTIFY-COUNT        PIC 9(5).
       FD OVDRPT
           RECORDING MODE V.
       01  OVDRPT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MSTR-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-LIMITS.
           05  WS-PLANNED-DAYS         PIC 9(3) VALUE 30.
           05  WS-RESULT-DAYS          PIC 9(3) VALUE 14.
           05  WS-NOTIFY-COUNT         PIC 9(5) VALUE 0.
       01  WS-OWN-EOF-SW               PIC X(1).
           88  WS-OWN-EOF                  VALUE 'Y'.
       01  WS-OWN-COUNT                PIC 9(3) VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-OWN-IDX.
               10  WS-OWN-CATEGORY     PIC X(25).
               10  WS-OWN-DEPT         PIC X(8).
               10  WS-OWN-CONTACT      PIC X(25).
       01  WS-OWNER-DEPT               PIC X(8).
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  FILLER                  PIC X(13).
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-AGE-DAYS                 PIC S9(8) VALUE 0.
       01  WS-OVER-DAYS                PIC S9(8) VALUE 0.
       01  WS-KIND                     PIC X(8).
      *  Every overdue test, kept in department / CATEGORY / GROUP /
      *  AUTHOR order by ordered insert, the way TLOGRPT builds its
      *  aging table; the master is read in id order and each new
      *  entry goes after its equals, so ids ascend within an author.
      *  A full table is a hard stop - an escalation report that
      *  quietly dropped overdue tests defeats its purpose.
       01  WS-OVD-COUNT                PIC 9(5) VALUE 0.
       01  WS-OVD-TABLE.
           05  WS-OVD-ENTRY OCCURS 10000 TIMES.
               10  OVD-T-KEY.
                   15  OVD-T-DEPT      PIC X(8).
                   15  OVD-T-CATEGORY  PIC X(25).
                   15  OVD-T-GROUP     PIC X(25).
                   15  OVD-T-AUTHOR    PIC X(25).
               10  OVD-T-ID            PIC 9(6).
               10  OVD-T-DATE          PIC X(10).
               10  OVD-T-KIND          PIC X(8).
               10  OVD-T-OVER-DAYS     PIC 9(5).
       01  WS-OVD-NEW-KEY.
           05  WS-NEW-DEPT             PIC X(8).
           05  WS-NEW-CATEGORY         PIC X(25).
           05  WS-NEW-GROUP            PIC X(25).
           05  WS-NEW-AUTHOR           PIC X(25).
       01  WS-OVD-POS                  PIC 9(5).
       01  WS-OVD-SHIFT                PIC 9(5).
       01  WS-OVD-SHIFT-TO             PIC 9(5).
       01  WS-PRINT-CONTROL.
           05  WS-PRT-POS              PIC 9(5).
           05  WS-PRT-DEPT             PIC X(8).
           05  WS-PRT-CATEGORY         PIC X(25).
           05  WS-PRT-GROUP            PIC X(25).
           05  WS-CG-TOTAL             PIC 9(5).
       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT           PIC 9(4) VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(4) VALUE 0060.
           05  WS-PAGE-COUNT           PIC 9(4) VALUE 0.
      *  Bucket counts: row 1 PLANNED, row 2 RUN; columns 1-30, 31-90,
      *  over 90 days overdue. One set per department being printed,
      *  one for the whole run.
       01  WS-DEPT-BUCKETS.
           05  WS-DB-KIND OCCURS 2 TIMES.
               10  WS-DB-COUNT         PIC 9(5) OCCURS 3 TIMES.
       01  WS-RUN-BUCKETS.
           05  WS-RB-KIND OCCURS 2 TIMES.
               10  WS-RB-COUNT         PIC 9(5) OCCURS 3 TIMES.
       01  WS-KIND-SUB                 PIC 9(1).
       01  WS-BUCKET-SUB               PIC 9(1).
      *  Per-department totals for the closing page, one row per
      *  department printed (the 100 owners plus UNOWNED).
       01  WS-DSUM-COUNT               PIC 9(3) VALUE 0.
       01  WS-DSUM-TABLE.
           05  WS-DSUM-ENTRY OCCURS 101 TIMES
                             INDEXED BY WS-DSUM-IDX.
               10  WS-DSUM-DEPT        PIC X(8).
               10  WS-DSUM-PLANNED     PIC 9(5).
               10  WS-DSUM-RUN         PIC 9(5).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-BAD-DATE-COUNT       PIC 9(7) VALUE 0.
           05  WS-PLANNED-COUNT        PIC 9(5) VALUE 0.
           05  WS-RUN-COUNT            PIC 9(5) VALUE 0.
           05  WS-TOTAL-COUNT          PIC 9(5) VALUE 0.
       01  OVD-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  OVD-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'OVERDUE TEST ESCALATION REPORT'.
       01  OVD-DATE-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-DT-YEAR             PIC 9(4).
           05  FILLER                  PIC X
               VALUE '/'.
           05  OVD-DT-MONTH            PIC 9(2).
           05  FILLER                  PIC X
               VALUE '/'.
           05  OVD-DT-DAY              PIC 9(2).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(5)
               VALUE 'PAGE '.
           05  OVD-PG-NUMBER           PIC ZZZ9.
       01  OVD-LIMIT-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'PLANNED LIMIT: '.
           05  OVD-PLANNED-LIMIT       PIC ZZ9.
           05  FILLER                  PIC X(29)
               VALUE ' BUSINESS DAYS  RESULT LIMIT:'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-RESULT-LIMIT        PIC ZZ9.
           05  FILLER                  PIC X(14)
               VALUE ' BUSINESS DAYS'.
       01  OVD-DEPT-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'DEPARTMENT: '.
           05  OVD-DEPT                PIC X(8).
           05  FILLER                  PIC X(12)
               VALUE '  CONTACT: '.
           05  OVD-CONTACT             PIC X(25).
       01  OVD-COLUMN-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(26)
               VALUE 'GROUP'.
           05  FILLER                  PIC X(26)
               VALUE 'AUTHOR'.
           05  FILLER                  PIC X(7)
               VALUE 'ID'.
           05  FILLER                  PIC X(11)
               VALUE 'TEST DATE'.
           05  FILLER                  PIC X(9)
               VALUE 'STATUS'.
           05  FILLER                  PIC X(10)
               VALUE 'DAYS OVER'.
           05  FILLER                  PIC X(8)
               VALUE 'BUCKET'.
       01  OVD-DETAIL-LINE.
           05  OVD-CATEGORY            PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-GROUP               PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-AUTHOR              PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-ID                  PIC 9(6).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-TEST-DATE           PIC X(10).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-KIND                PIC X(8).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  OVD-OVER-DAYS           PIC ZZZZ9.
           05  FILLER                  PIC X(5)
               VALUE SPACES.
           05  OVD-BUCKET              PIC X(8).
       01  OVD-CG-TOTAL-LINE.
           05  FILLER                  PIC X(11)
               VALUE '  SUBTOTAL '.
           05  OVD-CG-CATEGORY         PIC X(25).
           05  FILLER                  PIC X(3)
               VALUE ' / '.
           05  OVD-CG-GROUP            PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE ': '.
           05  OVD-CG-COUNT            PIC ZZZZ9.
       01  OVD-BUCKET-HEADER.
           05  FILLER                  PIC X(20)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE '   1-30'.
           05  FILLER                  PIC X(10)
               VALUE '  31-90'.
           05  FILLER                  PIC X(10)
               VALUE 'OVER 90'.
           05  FILLER                  PIC X(10)
               VALUE '  TOTAL'.
       01  OVD-BUCKET-LINE.
           05  OVD-BK-LABEL            PIC X(20).
           05  OVD-BK-1                PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  OVD-BK-2                PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  OVD-BK-3                PIC ZZZZZZ9.
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  OVD-BK-TOTAL            PIC ZZZZZZ9.
       01  OVD-SUMMARY-TITLE.
           05  FILLER                  PIC X(60)
               VALUE 'OVERDUE TESTS BY DEPARTMENT - ALL DEPARTMENTS'.
       01  OVD-DSUM-HEADER.
           05  FILLER                  PIC X(12)
               VALUE 'DEPARTMENT'.
           05  FILLER                  PIC X(10)
               VALUE 'PLANNED'.
           05  FILLER                  PIC X(10)
               VALUE 'RUN'.
       01  OVD-DSUM-LINE.
           05  OVD-DS-DEPT             PIC X(8).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  OVD-DS-PLANNED          PIC ZZZZ9.
           05  FILLER                  PIC X(5)
               VALUE SPACES.
           05  OVD-DS-RUN              PIC ZZZZ9.
       01  OVD-NONE-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'NO OVERDUE TESTS'.
       01  OVD-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'RECORDS READ: '.
           05  OVD-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'TOTAL OVERDUE: '.
           05  OVD-TOTAL               PIC ZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'NOTIFY ABOVE: '.
           05  OVD-NOTIFY              PIC ZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'BAD TEST DATE: '.
           05  OVD-BAD-DATE            PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           MOVE 'P' TO WS-BDY-FUNCTION.
           PERFORM CALL-BDAY-PARA.
           MOVE WS-BDY-PROC-DATE (1:4) TO WS-YEAR.
           MOVE WS-BDY-PROC-DATE (6:2) TO WS-MONTH.
           MOVE WS-BDY-PROC-DATE (9:2) TO WS-DAY.
           MOVE WS-YEAR TO OVD-DT-YEAR.
           MOVE WS-MONTH TO OVD-DT-MONTH.
           MOVE WS-DAY TO OVD-DT-DAY.
           PERFORM READ-CONTROL-PARA.
           PERFORM LOAD-OWN-PARA.
           INITIALIZE WS-RUN-BUCKETS.
           OPEN INPUT TLOGMSTR.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
           PERFORM CHECK-RECORD-PARA
               UNTIL MSTR-EOF-SWITCH = 'Y'
           CLOSE TLOGMSTR.
           OPEN OUTPUT OVDRPT.
           IF WS-OVD-COUNT > 0
               MOVE 1 TO WS-PRT-POS
               PERFORM PRINT-DEPARTMENT-PARA
                   UNTIL WS-PRT-POS > WS-OVD-COUNT
           END-IF.
           PERFORM PRINT-RUN-SUMMARY-PARA.
           CLOSE OVDRPT.
           ADD WS-PLANNED-COUNT WS-RUN-COUNT GIVING WS-TOTAL-COUNT.
           DISPLAY 'TLOGOVRD: OVERDUE PLANNED ' WS-PLANNED-COUNT
                   ' OVERDUE RUN ' WS-RUN-COUNT.
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY 'TLOGOVRD: ' WS-BAD-DATE-COUNT
                       ' RECORDS SKIPPED - TEST-DATE NOT A DATE'
           END-IF.
           IF WS-TOTAL-COUNT > WS-NOTIFY-COUNT
               DISPLAY 'TLOGOVRD: OVERDUE COUNT ABOVE NOTIFY COUNT '
                       'OF ' WS-NOTIFY-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  An unusable processing date or holiday calendar is a hard
      *  stop: escalating on a guessed date would chase the wrong
      *  tests.
       CALL-BDAY-PARA.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF WS-BDY-RC = 'X'
               DISPLAY 'TLOGOVRD ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  An empty or unkeyed control record keeps the defaults, the
      *  usual control-file fallback; a keyed zero limit means the
      *  day after the test date.
       READ-CONTROL-PARA.
           OPEN INPUT OVDCTL.
           READ OVDCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF OVC-PLANNED-DAYS NUMERIC
                       MOVE OVC-PLANNED-DAYS TO WS-PLANNED-DAYS
                   END-IF
                   IF OVC-RESULT-DAYS NUMERIC
                       MOVE OVC-RESULT-DAYS TO WS-RESULT-DAYS
                   END-IF
                   IF OVC-NOTIFY-COUNT NUMERIC
                       MOVE OVC-NOTIFY-COUNT TO WS-NOTIFY-COUNT
                   END-IF
           END-READ.
           CLOSE OVDCTL.
       LOAD-OWN-PARA.
           MOVE 'N' TO WS-OWN-EOF-SW.
           OPEN INPUT OWNFILE.
           READ OWNFILE
               AT END
                   SET WS-OWN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-OWN-EOF
               IF WS-OWN-COUNT < 100
                   ADD 1 TO WS-OWN-COUNT
                   SET WS-OWN-IDX TO WS-OWN-COUNT
                   MOVE OWN-CATEGORY
                       TO WS-OWN-CATEGORY (WS-OWN-IDX)
                   MOVE OWN-DEPARTMENT TO WS-OWN-DEPT (WS-OWN-IDX)
                   MOVE OWN-CONTACT TO WS-OWN-CONTACT (WS-OWN-IDX)
               ELSE
                   DISPLAY 'TLOGOVRD ERROR: OWNERSHIP FILE EXCEEDS '
                           'THE 100-ENTRY TABLE - TESTS WOULD BE '
                           'ESCALATED TO THE WRONG DEPARTMENT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ OWNFILE
                   AT END
                       SET WS-OWN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OWNFILE.
      *  A TEST-DATE that is not a calendar date cannot be aged; it is
      *  counted and left to the report chain's date edits.
       CHECK-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-KIND.
           IF TEST-STATUS-PLANNED
            OR (TEST-STATUS-RUN AND TEST-RESULT-DATE = ZEROS)
               IF TEST-DATE NOT NUMERIC
                   MOVE 0 TO WS-BDY-DATE
               ELSE
                   MOVE TEST-DATE TO WS-BDY-DATE
               END-IF
               MOVE 'A' TO WS-BDY-FUNCTION
               PERFORM CALL-BDAY-PARA
               IF NOT WS-BDY-VALID
                   ADD 1 TO WS-BAD-DATE-COUNT
               ELSE
                   MOVE WS-BDY-DAYS TO WS-AGE-DAYS
                   IF TEST-STATUS-PLANNED
                       COMPUTE WS-OVER-DAYS = WS-AGE-DAYS
                           - WS-PLANNED-DAYS
                       IF WS-OVER-DAYS > 0
                           MOVE 'PLANNED' TO WS-KIND
                           ADD 1 TO WS-PLANNED-COUNT
                       END-IF
                   ELSE
                       COMPUTE WS-OVER-DAYS = WS-AGE-DAYS
                           - WS-RESULT-DAYS
                       IF WS-OVER-DAYS > 0
                           MOVE 'RUN' TO WS-KIND
                           ADD 1 TO WS-RUN-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-KIND NOT = SPACES
               PERFORM FIND-OWNER-PARA
               PERFORM INSERT-OVERDUE-PARA
           END-IF.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
       FIND-OWNER-PARA.
           MOVE 'UNOWNED' TO WS-OWNER-DEPT.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CATEGORY (WS-OWN-IDX) = TEST-CATEGORY
                   MOVE WS-OWN-DEPT (WS-OWN-IDX) TO WS-OWNER-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       INSERT-OVERDUE-PARA.
           IF WS-OVD-COUNT >= 10000
               DISPLAY 'TLOGOVRD ERROR: OVERDUE TABLE FULL AT 10000 '
                       'TESTS - REPORT WOULD BE INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OWNER-DEPT TO WS-NEW-DEPT.
           MOVE TEST-CATEGORY TO WS-NEW-CATEGORY.
           MOVE TEST-GROUP TO WS-NEW-GROUP.
           MOVE TEST-AUTHOR TO WS-NEW-AUTHOR.
           MOVE 1 TO WS-OVD-POS.
           PERFORM FIND-OVD-SLOT-PARA
               UNTIL WS-OVD-POS > WS-OVD-COUNT
                  OR OVD-T-KEY (WS-OVD-POS) > WS-OVD-NEW-KEY.
           MOVE WS-OVD-COUNT TO WS-OVD-SHIFT.
           PERFORM SHIFT-OVD-DOWN-PARA
               UNTIL WS-OVD-SHIFT < WS-OVD-POS.
           MOVE WS-OVD-NEW-KEY TO OVD-T-KEY (WS-OVD-POS).
           MOVE TEST-RECORD-ID TO OVD-T-ID (WS-OVD-POS).
           STRING TEST-YEAR  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  TEST-MONTH DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  TEST-DAY   DELIMITED BY SIZE
             INTO OVD-T-DATE (WS-OVD-POS)
           END-STRING.
           MOVE WS-KIND TO OVD-T-KIND (WS-OVD-POS).
           MOVE WS-OVER-DAYS TO OVD-T-OVER-DAYS (WS-OVD-POS).
           ADD 1 TO WS-OVD-COUNT.
       FIND-OVD-SLOT-PARA.
           ADD 1 TO WS-OVD-POS.
       SHIFT-OVD-DOWN-PARA.
           COMPUTE WS-OVD-SHIFT-TO = WS-OVD-SHIFT + 1.
           MOVE WS-OVD-ENTRY (WS-OVD-SHIFT)
               TO WS-OVD-ENTRY (WS-OVD-SHIFT-TO).
           SUBTRACT 1 FROM WS-OVD-SHIFT.
      *  One department per call: a fresh page, every overdue test
      *  it owns with CATEGORY/GROUP subtotals, then its buckets.
       PRINT-DEPARTMENT-PARA.
           MOVE OVD-T-DEPT (WS-PRT-POS) TO WS-PRT-DEPT.
           MOVE OVD-T-CATEGORY (WS-PRT-POS) TO WS-PRT-CATEGORY.
           MOVE OVD-T-GROUP (WS-PRT-POS) TO WS-PRT-GROUP.
           MOVE 0 TO WS-CG-TOTAL.
           INITIALIZE WS-DEPT-BUCKETS.
           IF WS-DSUM-COUNT < 101
               ADD 1 TO WS-DSUM-COUNT
           END-IF.
           SET WS-DSUM-IDX TO WS-DSUM-COUNT.
           MOVE WS-PRT-DEPT TO WS-DSUM-DEPT (WS-DSUM-IDX).
           MOVE 0 TO WS-DSUM-PLANNED (WS-DSUM-IDX).
           MOVE 0 TO WS-DSUM-RUN (WS-DSUM-IDX).
           PERFORM PRINT-PAGE-HEADER-PARA.
           PERFORM PRINT-OVERDUE-PARA
               UNTIL WS-PRT-POS > WS-OVD-COUNT
                  OR OVD-T-DEPT (WS-PRT-POS) NOT = WS-PRT-DEPT.
           PERFORM PRINT-CG-TOTAL-PARA.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE OVD-BUCKET-HEADER TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE 'PLANNED OVERDUE' TO OVD-BK-LABEL.
           MOVE 1 TO WS-KIND-SUB.
           PERFORM PRINT-DEPT-BUCKET-PARA.
           MOVE 'RUN, NO RESULT' TO OVD-BK-LABEL.
           MOVE 2 TO WS-KIND-SUB.
           PERFORM PRINT-DEPT-BUCKET-PARA.
       PRINT-PAGE-HEADER-PARA.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO OVD-PG-NUMBER.
           MOVE OVD-HEADER-1 TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE OVD-HEADER-2 TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE OVD-DATE-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE WS-PLANNED-DAYS TO OVD-PLANNED-LIMIT.
           MOVE WS-RESULT-DAYS TO OVD-RESULT-LIMIT.
           MOVE OVD-LIMIT-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE WS-PRT-DEPT TO OVD-DEPT.
           MOVE SPACES TO OVD-CONTACT.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-DEPT (WS-OWN-IDX) = WS-PRT-DEPT
                   MOVE WS-OWN-CONTACT (WS-OWN-IDX) TO OVD-CONTACT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE OVD-DEPT-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE OVD-COLUMN-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE 0 TO WS-LINE-COUNT.
       PRINT-OVERDUE-PARA.
           IF OVD-T-CATEGORY (WS-PRT-POS) NOT = WS-PRT-CATEGORY
            OR OVD-T-GROUP (WS-PRT-POS) NOT = WS-PRT-GROUP
               PERFORM PRINT-CG-TOTAL-PARA
               MOVE OVD-T-CATEGORY (WS-PRT-POS) TO WS-PRT-CATEGORY
               MOVE OVD-T-GROUP (WS-PRT-POS) TO WS-PRT-GROUP
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER-PARA
           END-IF.
           MOVE OVD-T-CATEGORY (WS-PRT-POS) TO OVD-CATEGORY.
           MOVE OVD-T-GROUP (WS-PRT-POS) TO OVD-GROUP.
           MOVE OVD-T-AUTHOR (WS-PRT-POS) TO OVD-AUTHOR.
           MOVE OVD-T-ID (WS-PRT-POS) TO OVD-ID.
           MOVE OVD-T-DATE (WS-PRT-POS) TO OVD-TEST-DATE.
           MOVE OVD-T-KIND (WS-PRT-POS) TO OVD-KIND.
           MOVE OVD-T-OVER-DAYS (WS-PRT-POS) TO OVD-OVER-DAYS.
           EVALUATE TRUE
               WHEN OVD-T-OVER-DAYS (WS-PRT-POS) <= 30
                   MOVE '1-30' TO OVD-BUCKET
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN OVD-T-OVER-DAYS (WS-PRT-POS) <= 90
                   MOVE '31-90' TO OVD-BUCKET
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 'OVER 90' TO OVD-BUCKET
                   MOVE 3 TO WS-BUCKET-SUB
           END-EVALUATE.
           IF OVD-T-KIND (WS-PRT-POS) = 'PLANNED'
               MOVE 1 TO WS-KIND-SUB
               ADD 1 TO WS-DSUM-PLANNED (WS-DSUM-IDX)
           ELSE
               MOVE 2 TO WS-KIND-SUB
               ADD 1 TO WS-DSUM-RUN (WS-DSUM-IDX)
           END-IF.
           ADD 1 TO WS-DB-COUNT (WS-KIND-SUB WS-BUCKET-SUB).
           ADD 1 TO WS-RB-COUNT (WS-KIND-SUB WS-BUCKET-SUB).
           MOVE OVD-DETAIL-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CG-TOTAL.
           ADD 1 TO WS-PRT-POS.
       PRINT-CG-TOTAL-PARA.
           MOVE WS-PRT-CATEGORY TO OVD-CG-CATEGORY.
           MOVE WS-PRT-GROUP TO OVD-CG-GROUP.
           MOVE WS-CG-TOTAL TO OVD-CG-COUNT.
           MOVE OVD-CG-TOTAL-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 0 TO WS-CG-TOTAL.
       PRINT-DEPT-BUCKET-PARA.
           MOVE WS-DB-COUNT (WS-KIND-SUB 1) TO OVD-BK-1.
           MOVE WS-DB-COUNT (WS-KIND-SUB 2) TO OVD-BK-2.
           MOVE WS-DB-COUNT (WS-KIND-SUB 3) TO OVD-BK-3.
           COMPUTE OVD-BK-TOTAL = WS-DB-COUNT (WS-KIND-SUB 1)
               + WS-DB-COUNT (WS-KIND-SUB 2)
               + WS-DB-COUNT (WS-KIND-SUB 3).
           MOVE OVD-BUCKET-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
       PRINT-RUN-BUCKET-PARA.
           MOVE WS-RB-COUNT (WS-KIND-SUB 1) TO OVD-BK-1.
           MOVE WS-RB-COUNT (WS-KIND-SUB 2) TO OVD-BK-2.
           MOVE WS-RB-COUNT (WS-KIND-SUB 3) TO OVD-BK-3.
           COMPUTE OVD-BK-TOTAL = WS-RB-COUNT (WS-KIND-SUB 1)
               + WS-RB-COUNT (WS-KIND-SUB 2)
               + WS-RB-COUNT (WS-KIND-SUB 3).
           MOVE OVD-BUCKET-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
      *  Closing page: one line per department and the run's own
      *  buckets, so the escalation meeting starts from the totals.
       PRINT-RUN-SUMMARY-PARA.
           MOVE 'ALL' TO WS-PRT-DEPT.
           PERFORM PRINT-PAGE-HEADER-PARA.
           MOVE OVD-SUMMARY-TITLE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           IF WS-DSUM-COUNT = 0
               MOVE OVD-NONE-LINE TO OVDRPT-RECORD
               WRITE OVDRPT-RECORD
           ELSE
               MOVE OVD-DSUM-HEADER TO OVDRPT-RECORD
               WRITE OVDRPT-RECORD
               PERFORM VARYING WS-DSUM-IDX FROM 1 BY 1
                       UNTIL WS-DSUM-IDX > WS-DSUM-COUNT
                   MOVE WS-DSUM-DEPT (WS-DSUM-IDX) TO OVD-DS-DEPT
                   MOVE WS-DSUM-PLANNED (WS-DSUM-IDX)
                       TO OVD-DS-PLANNED
                   MOVE WS-DSUM-RUN (WS-DSUM-IDX) TO OVD-DS-RUN
                   MOVE OVD-DSUM-LINE TO OVDRPT-RECORD
                   WRITE OVDRPT-RECORD
               END-PERFORM
           END-IF.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE OVD-BUCKET-HEADER TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE 'PLANNED OVERDUE' TO OVD-BK-LABEL.
           MOVE 1 TO WS-KIND-SUB.
           PERFORM PRINT-RUN-BUCKET-PARA.
           MOVE 'RUN, NO RESULT' TO OVD-BK-LABEL.
           MOVE 2 TO WS-KIND-SUB.
           PERFORM PRINT-RUN-BUCKET-PARA.
           MOVE SPACES TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
           MOVE WS-READ-COUNT TO OVD-READ.
           ADD WS-PLANNED-COUNT WS-RUN-COUNT GIVING OVD-TOTAL.
           MOVE WS-NOTIFY-COUNT TO OVD-NOTIFY.
           MOVE WS-BAD-DATE-COUNT TO OVD-BAD-DATE.
           MOVE OVD-TOTAL-LINE TO OVDRPT-RECORD.
           WRITE OVDRPT-RECORD.
