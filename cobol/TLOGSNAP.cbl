      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily status snapshot of the TLOG master. Reads the
      *          unload TLOGUNLD has just cut and appends one
      *          TLOGSNAP record per CATEGORY/GROUP to the cumulative
      *          snapshot file (HRD.HPMS.DATA.TLOGSNAP): counts of
      *          PLANNED, RUN, PASSED, FAILED and CLOSED tests as of
      *          this maintenance cycle, stamped with the shop
      *          processing date from TLOGBDAY (so a rerun after
      *          midnight still lands on its own cycle) and the clock
      *          time. TLOGBURN reads the history back for the
      *          burn-down report. The master only ever shows today;
      *          this file is how "how many were open at month end"
      *          gets answered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGSNAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO EXTFILE.
           SELECT SNAPFILE ASSIGN TO SNAPFILE.
       DATA DIVISION.
       FILE SECTION.
       FD EXTFILE
           RECORDING MODE F.
       COPY TLOG.
       FD SNAPFILE
           RECORDING MODE F.
       COPY TLOGSNAP.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  EXT-EOF-SWITCH          PIC X(1) VALUE 'N'.
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
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
      *  Counts per CATEGORY/GROUP, kept in pair order by ordered
      *  insert. A full table is a hard stop: a snapshot missing
      *  pairs would show their tests as closed out.
       01  WS-SNP-COUNT                PIC 9(4) VALUE 0.
       01  WS-SNP-TABLE.
           05  WS-SNP-ENTRY OCCURS 5000 TIMES.
               10  SNP-T-KEY.
                   15  SNP-T-CATEGORY  PIC X(25).
                   15  SNP-T-GROUP     PIC X(25).
               10  SNP-T-COUNTS.
                   15  SNP-T-PLANNED   PIC 9(7).
                   15  SNP-T-RUN       PIC 9(7).
                   15  SNP-T-PASSED    PIC 9(7).
                   15  SNP-T-FAILED    PIC 9(7).
                   15  SNP-T-CLOSED    PIC 9(7).
                   15  SNP-T-OTHER     PIC 9(7).
       01  WS-SNP-NEW-KEY.
           05  WS-NEW-CATEGORY         PIC X(25).
           05  WS-NEW-GROUP            PIC X(25).
       01  WS-SNP-POS                  PIC 9(4).
       01  WS-SNP-SHIFT                PIC 9(4).
       01  WS-SNP-SHIFT-TO             PIC 9(4).
       01  WS-READ-COUNT               PIC 9(7) VALUE 0.
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
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGSNAP ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - NO SNAPSHOT WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BDY-PROC-DATE TO WS-RUN-DATE.
           OPEN INPUT EXTFILE.
           READ EXTFILE
               AT END
                   MOVE 'Y' TO EXT-EOF-SWITCH
           END-READ.
           PERFORM COUNT-RECORD-PARA
               UNTIL EXT-EOF-SWITCH = 'Y'
           CLOSE EXTFILE.
           OPEN EXTEND SNAPFILE.
           PERFORM WRITE-SNAP-PARA
               VARYING WS-SNP-POS FROM 1 BY 1
               UNTIL WS-SNP-POS > WS-SNP-COUNT.
           CLOSE SNAPFILE.
           DISPLAY 'TLOGSNAP: ' WS-READ-COUNT ' RECORDS, '
                   WS-SNP-COUNT ' CATEGORY/GROUP SNAPSHOTS FOR '
                   WS-RUN-DATE ' ' WS-RUN-TIME.
           STOP RUN.
       COUNT-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE TEST-CATEGORY TO WS-NEW-CATEGORY.
           MOVE TEST-GROUP TO WS-NEW-GROUP.
           MOVE 1 TO WS-SNP-POS.
           PERFORM FIND-SNP-SLOT-PARA
               UNTIL WS-SNP-POS > WS-SNP-COUNT
                  OR SNP-T-KEY (WS-SNP-POS) NOT < WS-SNP-NEW-KEY.
           IF WS-SNP-POS > WS-SNP-COUNT
            OR SNP-T-KEY (WS-SNP-POS) NOT = WS-SNP-NEW-KEY
               PERFORM INSERT-SNP-PARA
           END-IF.
           EVALUATE TRUE
               WHEN TEST-STATUS-PLANNED
                   ADD 1 TO SNP-T-PLANNED (WS-SNP-POS)
               WHEN TEST-STATUS-RUN
                   ADD 1 TO SNP-T-RUN (WS-SNP-POS)
               WHEN TEST-STATUS-PASSED
                   ADD 1 TO SNP-T-PASSED (WS-SNP-POS)
               WHEN TEST-STATUS-FAILED
                   ADD 1 TO SNP-T-FAILED (WS-SNP-POS)
               WHEN TEST-STATUS-CLOSED
                   ADD 1 TO SNP-T-CLOSED (WS-SNP-POS)
               WHEN OTHER
                   ADD 1 TO SNP-T-OTHER (WS-SNP-POS)
           END-EVALUATE.
           READ EXTFILE
               AT END
                   MOVE 'Y' TO EXT-EOF-SWITCH
           END-READ.
       FIND-SNP-SLOT-PARA.
           ADD 1 TO WS-SNP-POS.
       INSERT-SNP-PARA.
           IF WS-SNP-COUNT >= 5000
               DISPLAY 'TLOGSNAP ERROR: MORE THAN 5000 CATEGORY/'
                       'GROUP PAIRS - NO SNAPSHOT WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SNP-COUNT TO WS-SNP-SHIFT.
           PERFORM SHIFT-SNP-DOWN-PARA
               UNTIL WS-SNP-SHIFT < WS-SNP-POS.
           ADD 1 TO WS-SNP-COUNT.
           MOVE WS-SNP-NEW-KEY TO SNP-T-KEY (WS-SNP-POS).
           INITIALIZE SNP-T-COUNTS (WS-SNP-POS).
       SHIFT-SNP-DOWN-PARA.
           COMPUTE WS-SNP-SHIFT-TO = WS-SNP-SHIFT + 1.
           MOVE WS-SNP-ENTRY (WS-SNP-SHIFT)
               TO WS-SNP-ENTRY (WS-SNP-SHIFT-TO).
           SUBTRACT 1 FROM WS-SNP-SHIFT.
       WRITE-SNAP-PARA.
           MOVE SPACES TO SNAP-RECORD.
           MOVE WS-RUN-DATE TO SNP-RUN-DATE.
           MOVE WS-RUN-TIME TO SNP-RUN-TIME.
           MOVE SNP-T-CATEGORY (WS-SNP-POS) TO SNP-CATEGORY.
           MOVE SNP-T-GROUP (WS-SNP-POS) TO SNP-GROUP.
           MOVE SNP-T-COUNTS (WS-SNP-POS) TO SNP-COUNTS.
           WRITE SNAP-RECORD.
