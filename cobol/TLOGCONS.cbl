      ******************************************************************
      * Author:
      * Date:
      * Purpose: Test status / defect status consistency report.
      *          Matches every TLOG master record against the defect
      *          tracking extract (XREFFILE, the same
      *          HRD.HPMS.DATA.TLOGXREF TLOGCALLED loads - first
      *          occurrence of an id wins, as there) and lists, one
      *          section each:
      *            1. PASSED or CLOSED tests whose linked defect is
      *               still open;
      *            2. FAILED tests with no defect on the extract;
      *            3. FAILED tests whose linked defect is closed.
      *          A defect is closed when its status is on the closed-
      *          status list (DCLFILE, one 10-byte status per record);
      *          an empty list means 'CLOSED' alone. An extract entry
      *          with a blank status counts as no defect, the way
      *          TLOGRPT and TLOGINQ show it.
      *          Within each section the tests are grouped by owning
      *          department (OWNFILE, first entry for a category wins,
      *          UNOWNED when it has none) and CATEGORY, with a
      *          subtotal per CATEGORY, a total per department and a
      *          section total. TLOGXCHK's orphan and duplicate checks
      *          are about the extract itself; this report is about
      *          the two statuses disagreeing.
      *          PARM is 'cccccc': the inconsistency count threshold
      *          (all three sections, default 0). Past it the step
      *          ends RC=8 so the weekly job can notify the test
      *          leads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGCONS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREFFILE ASSIGN TO XREFFILE.
           SELECT TLOGMSTR ASSIGN TO TLOGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT OWNFILE ASSIGN TO OWNFILE.
           SELECT DCLFILE ASSIGN TO DCLFILE.
           SELECT CONSRPT ASSIGN TO CONSRPT.
       DATA DIVISION.
       FILE SECTION.
       FD XREFFILE
           RECORDING MODE F.
       01  XREF-RECORD.
           05  XREF-ID                 PIC 9(6).
           05  XREF-STATUS             PIC X(10).
           05  XREF-DESC               PIC X(40).
       FD TLOGMSTR.
       COPY TLOG.
      *  CATEGORY-to-department ownership file (HRD.HPMS.DATA.TLOGOWN)
      *  shared with TLOGSUSP and TLOGMAINT.
       FD OWNFILE
           RECORDING MODE F.
       01  OWN-RECORD.
           05  OWN-CATEGORY            PIC X(25).
           05  OWN-DEPARTMENT          PIC X(8).
           05  OWN-CONTACT             PIC X(25).
      *  Defect statuses the tracker uses for a closed defect
      *  (HRD.HPMS.DATA.TLOGDCLS), maintained by ops beside TLOGCTL.
       FD DCLFILE
           RECORDING MODE F.
       01  DCL-RECORD.
           05  DCL-STATUS              PIC X(10).
       FD CONSRPT
           RECORDING MODE V.
       01  CONSRPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  XREF-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  MSTR-EOF-SWITCH         PIC X(1) VALUE 'N'.
      *  Extract held by ordered insert on id, first occurrence kept,
      *  same 50000 ceiling and hard stop as TLOGCALLED.
       01  WS-XREF-COUNT               PIC 9(5) VALUE 0.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 50000 TIMES.
               10  WS-XREF-ID          PIC 9(6).
               10  WS-XREF-STATUS      PIC X(10).
       01  WS-BIN-CONTROL.
           05  WS-BIN-LO               PIC 9(5).
           05  WS-BIN-HI               PIC 9(5).
           05  WS-BIN-MID              PIC 9(5).
           05  WS-SHIFT-POS            PIC 9(5).
           05  WS-SHIFT-TO             PIC 9(5).
       01  WS-SRCH-ID                  PIC 9(6).
       01  WS-FOUND-SW                 PIC X(1).
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-OWN-EOF-SW               PIC X(1).
           88  WS-OWN-EOF                  VALUE 'Y'.
       01  WS-OWN-COUNT                PIC 9(3) VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-OWN-IDX.
               10  WS-OWN-CATEGORY     PIC X(25).
               10  WS-OWN-DEPT         PIC X(8).
       01  WS-DCL-EOF-SW               PIC X(1).
           88  WS-DCL-EOF                  VALUE 'Y'.
       01  WS-DCL-COUNT                PIC 9(3) VALUE 0.
       01  WS-DCL-TABLE.
           05  WS-DCL-STATUS           PIC X(10) OCCURS 50 TIMES
                                        INDEXED BY WS-DCL-IDX.
      *  Per-record match results.
       01  WS-DEFECT-STATUS            PIC X(10).
       01  WS-DEFECT-SW                PIC X(1).
           88  WS-NO-DEFECT                VALUE 'N'.
           88  WS-DEFECT-OPEN              VALUE 'O'.
           88  WS-DEFECT-CLOSED            VALUE 'C'.
       01  WS-SECTION                  PIC 9(1).
       01  WS-OWNER-DEPT               PIC X(8).
      *  Every inconsistency found, kept in section / department /
      *  CATEGORY order by ordered insert (the master is read in id
      *  order and each new entry goes after its equals, so ids
      *  ascend within a CATEGORY), the way TLOGRPT builds its aging
      *  table. A full table is a hard stop - a report that quietly
      *  dropped inconsistencies would undercount the threshold.
       01  WS-EXC-COUNT                PIC 9(5) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 10000 TIMES.
               10  EXC-T-KEY.
                   15  EXC-T-SECTION   PIC 9(1).
                   15  EXC-T-DEPT      PIC X(8).
                   15  EXC-T-CATEGORY  PIC X(25).
               10  EXC-T-ID            PIC 9(6).
               10  EXC-T-GROUP         PIC X(25).
               10  EXC-T-AUTHOR        PIC X(25).
               10  EXC-T-TEST-STATUS   PIC X(8).
               10  EXC-T-DEFECT-STATUS PIC X(10).
       01  WS-EXC-NEW-KEY.
           05  WS-NEW-SECTION          PIC 9(1).
           05  WS-NEW-DEPT             PIC X(8).
           05  WS-NEW-CATEGORY         PIC X(25).
       01  WS-EXC-POS                  PIC 9(5).
       01  WS-EXC-SHIFT                PIC 9(5).
       01  WS-EXC-SHIFT-TO             PIC 9(5).
       01  WS-PRINT-CONTROL.
           05  WS-PRT-SECTION          PIC 9(1).
           05  WS-PRT-POS              PIC 9(5).
           05  WS-PRT-DEPT             PIC X(8).
           05  WS-PRT-CATEGORY         PIC X(25).
           05  WS-CAT-TOTAL            PIC 9(7).
           05  WS-DEPT-TOTAL           PIC 9(7).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-SECTION-TOTAL        PIC 9(7) OCCURS 3 TIMES.
           05  WS-GRAND-TOTAL          PIC 9(7) VALUE 0.
       01  WS-THRESHOLD                PIC 9(6) VALUE 0.
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  FILLER                  PIC X(13).
       01  CNS-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  CNS-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TEST STATUS / DEFECT STATUS CONSISTENCY REPORT'.
       01  CNS-DATE-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'REPORT DATE:'.
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  CNS-DT-YEAR             PIC 9(4).
           05  FILLER                  PIC X
               VALUE '/'.
           05  CNS-DT-MONTH            PIC 9(2).
           05  FILLER                  PIC X
               VALUE '/'.
           05  CNS-DT-DAY              PIC 9(2).
       01  CNS-SECTION-1-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'SECTION 1 - TEST PASSED/CLOSED, DEFECT OPEN'.
       01  CNS-SECTION-2-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'SECTION 2 - TEST FAILED, NO DEFECT ON EXTRACT'.
       01  CNS-SECTION-3-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'SECTION 3 - DEFECT CLOSED, TEST STILL FAILED'.
       01  CNS-COLUMN-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'DEPT'.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY'.
           05  FILLER                  PIC X(8)
               VALUE 'ID'.
           05  FILLER                  PIC X(27)
               VALUE 'GROUP'.
           05  FILLER                  PIC X(27)
               VALUE 'AUTHOR'.
           05  FILLER                  PIC X(10)
               VALUE 'TEST'.
           05  FILLER                  PIC X(10)
               VALUE 'DEFECT'.
       01  CNS-DETAIL-LINE.
           05  CNS-DEPT                PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-CATEGORY            PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-ID                  PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-GROUP               PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-AUTHOR              PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-TEST-STATUS         PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  CNS-DEFECT-STATUS       PIC X(10).
       01  CNS-CAT-TOTAL-LINE.
           05  FILLER                  PIC X(10)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE 'CATEGORY '.
           05  CNS-CT-CATEGORY         PIC X(25).
           05  FILLER                  PIC X(10)
               VALUE ' SUBTOTAL:'.
           05  CNS-CT-COUNT            PIC ZZZZZZ9.
       01  CNS-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'DEPT '.
           05  CNS-DT-DEPT             PIC X(8).
           05  FILLER                  PIC X(37)
               VALUE ' TOTAL:'.
           05  CNS-DT-COUNT            PIC ZZZZZZ9.
       01  CNS-SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(55)
               VALUE 'SECTION TOTAL:'.
           05  CNS-ST-COUNT            PIC ZZZZZZ9.
       01  CNS-NONE-LINE.
           05  FILLER                  PIC X(60)
               VALUE '  NONE FOUND'.
       01  CNS-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'RECORDS READ: '.
           05  CNS-READ                PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE 'TOTAL INCONSISTENCIES:   '.
           05  CNS-TOTAL               PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE 'THRESHOLD: '.
           05  CNS-THRESHOLD           PIC ZZZZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-YEAR TO CNS-DT-YEAR.
           MOVE WS-MONTH TO CNS-DT-MONTH.
           MOVE WS-DAY TO CNS-DT-DAY.
           MOVE 0 TO WS-SECTION-TOTAL (1).
           MOVE 0 TO WS-SECTION-TOTAL (2).
           MOVE 0 TO WS-SECTION-TOTAL (3).
           PERFORM LOAD-XREF-PARA.
           PERFORM LOAD-OWN-PARA.
           PERFORM LOAD-DCL-PARA.
           OPEN INPUT TLOGMSTR.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
           PERFORM MATCH-RECORD-PARA
               UNTIL MSTR-EOF-SWITCH = 'Y'
           CLOSE TLOGMSTR.
           OPEN OUTPUT CONSRPT.
           MOVE CNS-HEADER-1 TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE CNS-HEADER-2 TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE CNS-DATE-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE 1 TO WS-PRT-POS.
           PERFORM VARYING WS-PRT-SECTION FROM 1 BY 1
                   UNTIL WS-PRT-SECTION > 3
               PERFORM PRINT-SECTION-PARA
           END-PERFORM.
           ADD WS-SECTION-TOTAL (1) WS-SECTION-TOTAL (2)
               WS-SECTION-TOTAL (3) GIVING WS-GRAND-TOTAL.
           MOVE WS-READ-COUNT TO CNS-READ.
           MOVE WS-GRAND-TOTAL TO CNS-TOTAL.
           MOVE WS-THRESHOLD TO CNS-THRESHOLD.
           MOVE CNS-TOTAL-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           CLOSE CONSRPT.
           DISPLAY 'TLOGCONS: OPEN DEFECT ON PASSED/CLOSED TEST '
                   WS-SECTION-TOTAL (1).
           DISPLAY 'TLOGCONS: FAILED TEST WITH NO DEFECT        '
                   WS-SECTION-TOTAL (2).
           DISPLAY 'TLOGCONS: CLOSED DEFECT ON FAILED TEST      '
                   WS-SECTION-TOTAL (3).
           IF WS-GRAND-TOTAL > WS-THRESHOLD
               DISPLAY 'TLOGCONS: INCONSISTENCIES EXCEED THRESHOLD '
                       'OF ' WS-THRESHOLD
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 6
               MOVE 6 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN > 0
               IF LS-PARM-TEXT (1:LS-PARM-LEN) NUMERIC
                   MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-THRESHOLD
               END-IF
           END-IF.
       LOAD-XREF-PARA.
           OPEN INPUT XREFFILE.
           READ XREFFILE
               AT END
                   MOVE 'Y' TO XREF-EOF-SWITCH
           END-READ.
           PERFORM LOAD-XREF-RECORD-PARA
               UNTIL XREF-EOF-SWITCH = 'Y'
           CLOSE XREFFILE.
       LOAD-XREF-RECORD-PARA.
           MOVE XREF-ID TO WS-SRCH-ID.
           PERFORM SEARCH-XREF-PARA.
           IF NOT WS-FOUND
               IF WS-XREF-COUNT >= 50000
                   DISPLAY 'TLOGCONS ERROR: XREFFILE EXCEEDS THE '
                           '50000-ENTRY DEFECT TABLE - REPORT WOULD '
                           'BE INCOMPLETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-XREF-COUNT TO WS-SHIFT-POS
               PERFORM SHIFT-XREF-DOWN-PARA
                   UNTIL WS-SHIFT-POS < WS-BIN-LO
               MOVE XREF-ID TO WS-XREF-ID (WS-BIN-LO)
               MOVE XREF-STATUS TO WS-XREF-STATUS (WS-BIN-LO)
               ADD 1 TO WS-XREF-COUNT
           END-IF.
           READ XREFFILE
               AT END
                   MOVE 'Y' TO XREF-EOF-SWITCH
           END-READ.
       SHIFT-XREF-DOWN-PARA.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-POS + 1.
           MOVE WS-XREF-ENTRY (WS-SHIFT-POS)
               TO WS-XREF-ENTRY (WS-SHIFT-TO).
           SUBTRACT 1 FROM WS-SHIFT-POS.
       SEARCH-XREF-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-BIN-LO.
           MOVE WS-XREF-COUNT TO WS-BIN-HI.
           PERFORM PROBE-XREF-PARA
               UNTIL WS-FOUND
                  OR WS-BIN-LO > WS-BIN-HI.
       PROBE-XREF-PARA.
           COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2.
           EVALUATE TRUE
               WHEN WS-XREF-ID (WS-BIN-MID) = WS-SRCH-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-BIN-MID TO WS-BIN-LO
               WHEN WS-XREF-ID (WS-BIN-MID) < WS-SRCH-ID
                   COMPUTE WS-BIN-LO = WS-BIN-MID + 1
               WHEN OTHER
                   COMPUTE WS-BIN-HI = WS-BIN-MID - 1
           END-EVALUATE.
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
               ELSE
                   DISPLAY 'TLOGCONS ERROR: OWNERSHIP FILE EXCEEDS '
                           'THE 100-ENTRY TABLE - SUBTOTALS WOULD BE '
                           'MISATTRIBUTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ OWNFILE
                   AT END
                       SET WS-OWN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OWNFILE.
      *  An empty closed-status list falls back to 'CLOSED' alone,
      *  the status the test lifecycle itself uses.
       LOAD-DCL-PARA.
           MOVE 'N' TO WS-DCL-EOF-SW.
           OPEN INPUT DCLFILE.
           READ DCLFILE
               AT END
                   SET WS-DCL-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-DCL-EOF
               IF WS-DCL-COUNT < 50
                   ADD 1 TO WS-DCL-COUNT
                   SET WS-DCL-IDX TO WS-DCL-COUNT
                   MOVE DCL-STATUS TO WS-DCL-STATUS (WS-DCL-IDX)
               ELSE
                   DISPLAY 'TLOGCONS ERROR: CLOSED-STATUS FILE '
                           'EXCEEDS THE 50-ENTRY TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ DCLFILE
                   AT END
                       SET WS-DCL-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DCLFILE.
           IF WS-DCL-COUNT = 0
               MOVE 1 TO WS-DCL-COUNT
               MOVE 'CLOSED' TO WS-DCL-STATUS (1)
           END-IF.
       MATCH-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
           PERFORM CLASSIFY-DEFECT-PARA.
           MOVE 0 TO WS-SECTION.
           EVALUATE TRUE
               WHEN (TEST-STATUS-PASSED OR TEST-STATUS-CLOSED)
                AND WS-DEFECT-OPEN
                   MOVE 1 TO WS-SECTION
               WHEN TEST-STATUS-FAILED AND WS-NO-DEFECT
                   MOVE 2 TO WS-SECTION
               WHEN TEST-STATUS-FAILED AND WS-DEFECT-CLOSED
                   MOVE 3 TO WS-SECTION
           END-EVALUATE.
           IF WS-SECTION > 0
               ADD 1 TO WS-SECTION-TOTAL (WS-SECTION)
               PERFORM FIND-OWNER-PARA
               PERFORM INSERT-EXCEPTION-PARA
           END-IF.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
       CLASSIFY-DEFECT-PARA.
           MOVE SPACES TO WS-DEFECT-STATUS.
           SET WS-NO-DEFECT TO TRUE.
           MOVE TEST-RECORD-ID TO WS-SRCH-ID.
           PERFORM SEARCH-XREF-PARA.
           IF WS-FOUND
               MOVE WS-XREF-STATUS (WS-BIN-LO) TO WS-DEFECT-STATUS
           END-IF.
           IF WS-DEFECT-STATUS NOT = SPACES
               SET WS-DEFECT-OPEN TO TRUE
               PERFORM VARYING WS-DCL-IDX FROM 1 BY 1
                       UNTIL WS-DCL-IDX > WS-DCL-COUNT
                   IF WS-DCL-STATUS (WS-DCL-IDX) = WS-DEFECT-STATUS
                       SET WS-DEFECT-CLOSED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       FIND-OWNER-PARA.
           MOVE 'UNOWNED' TO WS-OWNER-DEPT.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWN-COUNT
               IF WS-OWN-CATEGORY (WS-OWN-IDX) = TEST-CATEGORY
                   MOVE WS-OWN-DEPT (WS-OWN-IDX) TO WS-OWNER-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       INSERT-EXCEPTION-PARA.
           IF WS-EXC-COUNT >= 10000
               DISPLAY 'TLOGCONS ERROR: INCONSISTENCY TABLE FULL AT '
                       '10000 ENTRIES - REPORT WOULD BE INCOMPLETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SECTION TO WS-NEW-SECTION.
           MOVE WS-OWNER-DEPT TO WS-NEW-DEPT.
           MOVE TEST-CATEGORY TO WS-NEW-CATEGORY.
           MOVE 1 TO WS-EXC-POS.
           PERFORM FIND-EXC-SLOT-PARA
               UNTIL WS-EXC-POS > WS-EXC-COUNT
                  OR EXC-T-KEY (WS-EXC-POS) > WS-EXC-NEW-KEY.
           MOVE WS-EXC-COUNT TO WS-EXC-SHIFT.
           PERFORM SHIFT-EXC-DOWN-PARA
               UNTIL WS-EXC-SHIFT < WS-EXC-POS.
           MOVE WS-EXC-NEW-KEY TO EXC-T-KEY (WS-EXC-POS).
           MOVE TEST-RECORD-ID TO EXC-T-ID (WS-EXC-POS).
           MOVE TEST-GROUP TO EXC-T-GROUP (WS-EXC-POS).
           MOVE TEST-AUTHOR TO EXC-T-AUTHOR (WS-EXC-POS).
           MOVE TEST-STATUS TO EXC-T-TEST-STATUS (WS-EXC-POS).
           MOVE WS-DEFECT-STATUS TO EXC-T-DEFECT-STATUS (WS-EXC-POS).
           ADD 1 TO WS-EXC-COUNT.
       FIND-EXC-SLOT-PARA.
           ADD 1 TO WS-EXC-POS.
       SHIFT-EXC-DOWN-PARA.
           COMPUTE WS-EXC-SHIFT-TO = WS-EXC-SHIFT + 1.
           MOVE WS-EXC-ENTRY (WS-EXC-SHIFT)
               TO WS-EXC-ENTRY (WS-EXC-SHIFT-TO).
           SUBTRACT 1 FROM WS-EXC-SHIFT.
      *  The table is in section order, so WS-PRT-POS simply carries
      *  on from where the previous section stopped. CATEGORY
      *  subtotals break inside a department, department totals on
      *  a change of department.
       PRINT-SECTION-PARA.
           MOVE SPACES TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           EVALUATE WS-PRT-SECTION
               WHEN 1
                   MOVE CNS-SECTION-1-LINE TO CONSRPT-RECORD
               WHEN 2
                   MOVE CNS-SECTION-2-LINE TO CONSRPT-RECORD
               WHEN OTHER
                   MOVE CNS-SECTION-3-LINE TO CONSRPT-RECORD
           END-EVALUATE.
           WRITE CONSRPT-RECORD.
           IF WS-SECTION-TOTAL (WS-PRT-SECTION) = 0
               MOVE CNS-NONE-LINE TO CONSRPT-RECORD
               WRITE CONSRPT-RECORD
           ELSE
               MOVE CNS-COLUMN-LINE TO CONSRPT-RECORD
               WRITE CONSRPT-RECORD
               MOVE EXC-T-DEPT (WS-PRT-POS) TO WS-PRT-DEPT
               MOVE EXC-T-CATEGORY (WS-PRT-POS) TO WS-PRT-CATEGORY
               MOVE 0 TO WS-CAT-TOTAL
               MOVE 0 TO WS-DEPT-TOTAL
               PERFORM PRINT-EXCEPTION-PARA
                   UNTIL WS-PRT-POS > WS-EXC-COUNT
                      OR EXC-T-SECTION (WS-PRT-POS)
                         NOT = WS-PRT-SECTION
               PERFORM PRINT-CAT-TOTAL-PARA
               PERFORM PRINT-DEPT-TOTAL-PARA
           END-IF.
           MOVE WS-SECTION-TOTAL (WS-PRT-SECTION) TO CNS-ST-COUNT.
           MOVE CNS-SECTION-TOTAL-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
       PRINT-EXCEPTION-PARA.
           IF EXC-T-DEPT (WS-PRT-POS) NOT = WS-PRT-DEPT
               PERFORM PRINT-CAT-TOTAL-PARA
               PERFORM PRINT-DEPT-TOTAL-PARA
               MOVE EXC-T-DEPT (WS-PRT-POS) TO WS-PRT-DEPT
               MOVE EXC-T-CATEGORY (WS-PRT-POS) TO WS-PRT-CATEGORY
           ELSE
               IF EXC-T-CATEGORY (WS-PRT-POS) NOT = WS-PRT-CATEGORY
                   PERFORM PRINT-CAT-TOTAL-PARA
                   MOVE EXC-T-CATEGORY (WS-PRT-POS)
                       TO WS-PRT-CATEGORY
               END-IF
           END-IF.
           MOVE EXC-T-DEPT (WS-PRT-POS) TO CNS-DEPT.
           MOVE EXC-T-CATEGORY (WS-PRT-POS) TO CNS-CATEGORY.
           MOVE EXC-T-ID (WS-PRT-POS) TO CNS-ID.
           MOVE EXC-T-GROUP (WS-PRT-POS) TO CNS-GROUP.
           MOVE EXC-T-AUTHOR (WS-PRT-POS) TO CNS-AUTHOR.
           MOVE EXC-T-TEST-STATUS (WS-PRT-POS) TO CNS-TEST-STATUS.
           IF EXC-T-DEFECT-STATUS (WS-PRT-POS) = SPACES
               MOVE '(NONE)' TO CNS-DEFECT-STATUS
           ELSE
               MOVE EXC-T-DEFECT-STATUS (WS-PRT-POS)
                   TO CNS-DEFECT-STATUS
           END-IF.
           MOVE CNS-DETAIL-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           ADD 1 TO WS-CAT-TOTAL.
           ADD 1 TO WS-DEPT-TOTAL.
           ADD 1 TO WS-PRT-POS.
       PRINT-CAT-TOTAL-PARA.
           MOVE WS-PRT-CATEGORY TO CNS-CT-CATEGORY.
           MOVE WS-CAT-TOTAL TO CNS-CT-COUNT.
           MOVE CNS-CAT-TOTAL-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE 0 TO WS-CAT-TOTAL.
       PRINT-DEPT-TOTAL-PARA.
           MOVE WS-PRT-DEPT TO CNS-DT-DEPT.
           MOVE WS-DEPT-TOTAL TO CNS-DT-COUNT.
           MOVE CNS-DEPT-TOTAL-LINE TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE SPACES TO CONSRPT-RECORD.
           WRITE CONSRPT-RECORD.
           MOVE 0 TO WS-DEPT-TOTAL.
