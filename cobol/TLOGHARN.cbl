      ******************************************************************
      * Author:
      * Date:
      * Purpose: Converts the automated test harness's nightly results
      *          file into one TLOGTRAN maintenance batch, so harness
      *          results reach the master through TLOGMAINT like any
      *          department's batch instead of being re-keyed.
      *          Each result (test id, PASS or FAIL, run date) is
      *          checked against TLOGMSTR and becomes a CHANGE
      *          transaction carrying the master record's own fields
      *          with TRAN-STATUS PASSED or FAILED and TRAN-RESULT-DATE
      *          the run date. The batch is wrapped in an 'H' header
      *          (today's date, the harness department from the PARM)
      *          and a 'T' trailer with the record count and
      *          TRAN-RECORD-ID hash total TLOGMAINT balances.
      *          Rejected to the listing instead of the batch:
      *            - a result that is not a numeric id, PASS/FAIL and
      *              a real run date not after today;
      *            - an id on the results file more than once (every
      *              occurrence - there is no telling which is right);
      *            - an id not on the master;
      *            - an impossible move: a CLOSED test, or a run date
      *              before the result already on the master;
      *            - a result the master already carries, so a results
      *              file read twice adds nothing the second time.
      *          The batch file is not opened until every result has
      *          been loaded and edited, so a full table leaves it
      *          empty rather than half built. An empty results file
      *          still writes an empty batch, which TLOGMAINT accepts.
      *          PARM is the BH-DEPARTMENT (default HARNESS).
      *          RC=4 when any result was rejected.
      *          RC=12, nothing written, while RUNCTL shows a
      *          maintenance run in flight (a TLOGMAINT checkpoint
      *          restart resumes into the batch file as it stands),
      *          or while the batch file still holds a batch
      *          TLOGMAINT has not yet applied and emptied - a second
      *          harness run would otherwise throw those results away.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGHARN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRNSFILE ASSIGN TO HRNSFILE.
           SELECT TLOGMSTR ASSIGN TO TLOGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TEST-RECORD-ID.
           SELECT TRANOUT ASSIGN TO TRANOUT.
           SELECT LISTFILE ASSIGN TO LISTFILE.
           SELECT RUNCTL ASSIGN TO RUNCTL.
       DATA DIVISION.
       FILE SECTION.
      *  Harness results, 80-byte records: test id 1-6, PASS or FAIL
      *  8-11, run date YYYYMMDD 13-20.
       FD HRNSFILE
           RECORDING MODE F.
       01  HRS-RECORD.
           05  HRS-TEST-ID             PIC X(6).
           05  FILLER                  PIC X(1).
           05  HRS-RESULT              PIC X(4).
           05  FILLER                  PIC X(1).
           05  HRS-RUN-DATE.
               10  HRS-RUN-YEAR        PIC X(4).
               10  HRS-RUN-MONTH       PIC X(2).
               10  HRS-RUN-DAY         PIC X(2).
           05  FILLER                  PIC X(60).
       FD TLOGMSTR.
       COPY TLOG.
       FD TRANOUT
           RECORDING MODE F.
       COPY TLOGTRAN.
       FD LISTFILE
           RECORDING MODE V.
       01  LISTFILE-RECORD             PIC X(132).
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
       01  SWITCHES.
           05  HRNS-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-FOUND-SW                 PIC X(1).
           88  WS-FOUND                    VALUE 'Y'.
       01  WS-DEPARTMENT               PIC X(8) VALUE 'HARNESS'.
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  FILLER                  PIC X(13).
       01  WS-TODAY                    PIC 9(8).
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
       01  WS-RUN-DATE-NUM.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 9(2).
           05  WS-RUN-DAY              PIC 9(2).
       01  WS-RUN-DATE-VALUE REDEFINES WS-RUN-DATE-NUM
                                       PIC 9(8).
      *  Every result on the file, held in id order (file order
      *  within an id) so duplicates sit together and the batch goes
      *  out in id order. HR-T-REASON spaces means accepted so far.
       01  WS-HR-COUNT                 PIC 9(5) VALUE 0.
       01  WS-HR-TABLE.
           05  WS-HR-ENTRY OCCURS 50000 TIMES.
               10  HR-T-ID             PIC X(6).
               10  HR-T-RESULT         PIC X(4).
               10  HR-T-RUN-DATE       PIC X(8).
               10  HR-T-REASON         PIC X(30).
       01  WS-BIN-CONTROL.
           05  WS-BIN-LO               PIC 9(5).
           05  WS-BIN-HI               PIC 9(5).
           05  WS-BIN-MID              PIC 9(5).
           05  WS-SHIFT-POS            PIC 9(5).
           05  WS-SHIFT-TO             PIC 9(5).
           05  WS-HR-POS               PIC 9(5).
           05  WS-HR-NEXT              PIC 9(5).
       01  WS-NEW-STATUS               PIC X(8).
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(6) VALUE 0.
           05  WS-ACCEPT-COUNT         PIC 9(6) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE 0.
           05  WS-HASH-TOTAL           PIC 9(12) VALUE 0.
       01  HRN-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  HRN-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TEST HARNESS RESULTS CONVERSION'.
       01  HRN-BATCH-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'BATCH DATE: '.
           05  HRN-BATCH-DATE          PIC 9(8).
           05  FILLER                  PIC X(14)
               VALUE '  DEPARTMENT: '.
           05  HRN-DEPARTMENT          PIC X(8).
       01  HRN-COLUMN-LINE.
           05  FILLER                  PIC X(8)
               VALUE 'ID'.
           05  FILLER                  PIC X(8)
               VALUE 'RESULT'.
           05  FILLER                  PIC X(10)
               VALUE 'RUN DATE'.
           05  FILLER                  PIC X(10)
               VALUE 'MASTER'.
           05  FILLER                  PIC X(30)
               VALUE 'DISPOSITION'.
       01  HRN-DETAIL-LINE.
           05  HRN-ID                  PIC X(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  HRN-RESULT              PIC X(4).
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  HRN-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  HRN-MASTER-STATUS       PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  HRN-DISPOSITION         PIC X(30).
       01  HRN-SUMMARY-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'RESULTS READ: '.
           05  HRN-READ                PIC ZZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE '  TO BATCH: '.
           05  HRN-ACCEPTED            PIC ZZZZZ9.
           05  FILLER                  PIC X(12)
               VALUE '  REJECTED: '.
           05  HRN-REJECTED            PIC ZZZZZ9.
           05  FILLER                  PIC X(14)
               VALUE '  HASH TOTAL: '.
           05  HRN-HASH                PIC 9(12).
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           IF LS-PARM-LEN > 8
               MOVE 8 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN > 0
               MOVE SPACES TO WS-DEPARTMENT
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-DEPARTMENT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           COMPUTE WS-TODAY = WS-YEAR * 10000 + WS-MONTH * 100
               + WS-DAY.
           PERFORM CHECK-RUNCTL-PARA.
           PERFORM CHECK-PENDING-BATCH-PARA.
           OPEN INPUT HRNSFILE.
           READ HRNSFILE
               AT END
                   MOVE 'Y' TO HRNS-EOF-SWITCH
           END-READ.
           PERFORM LOAD-RESULT-PARA
               UNTIL HRNS-EOF-SWITCH = 'Y'
           CLOSE HRNSFILE.
           PERFORM MARK-DUPLICATES-PARA
               VARYING WS-HR-POS FROM 1 BY 1
               UNTIL WS-HR-POS > WS-HR-COUNT.
           OPEN INPUT TLOGMSTR
                OUTPUT TRANOUT
                       LISTFILE.
           PERFORM PRINT-TITLE-PARA.
           PERFORM WRITE-HEADER-PARA.
           PERFORM CONVERT-RESULT-PARA
               VARYING WS-HR-POS FROM 1 BY 1
               UNTIL WS-HR-POS > WS-HR-COUNT.
           PERFORM WRITE-TRAILER-PARA.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE WS-READ-COUNT TO HRN-READ.
           MOVE WS-ACCEPT-COUNT TO HRN-ACCEPTED.
           MOVE WS-REJECT-COUNT TO HRN-REJECTED.
           MOVE WS-HASH-TOTAL TO HRN-HASH.
           MOVE HRN-SUMMARY-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           CLOSE TLOGMSTR
                 TRANOUT
                 LISTFILE.
           DISPLAY 'TLOGHARN: ' WS-READ-COUNT ' RESULTS, '
                   WS-ACCEPT-COUNT ' TO THE ' WS-DEPARTMENT
                   ' BATCH, ' WS-REJECT-COUNT ' REJECTED'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  An empty run-control dataset means no maintenance has ever
      *  marked it - proceed, same fallback the control files get.
       CHECK-RUNCTL-PARA.
           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-INFLIGHT-SW = 'Y'
                       DISPLAY 'TLOGHARN: MAINTENANCE IN FLIGHT '
                               'SINCE ' RUN-STAMP-DATE ' '
                               RUN-STAMP-TIME ' - NO BATCH WRITTEN'
                       CLOSE RUNCTL
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUNCTL.
      *  HPMSMT01's HTRNCLR empties the batch file once TLOGMAINT has
      *  applied it clean; anything still on it is a batch not yet
      *  applied (even an empty batch has its header and trailer).
       CHECK-PENDING-BATCH-PARA.
           OPEN INPUT TRANOUT.
           READ TRANOUT
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'TLOGHARN: HRD.HPMS.DATA.TLOGHTRN STILL '
                           'HOLDS A BATCH HPMSMT01 HAS NOT APPLIED - '
                           'NO BATCH WRITTEN'
                   CLOSE TRANOUT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE TRANOUT.
      *  Results are edited as they are loaded; the id order the
      *  table keeps is what brings duplicates together.
       LOAD-RESULT-PARA.
           ADD 1 TO WS-READ-COUNT.
           IF WS-HR-COUNT >= 50000
               DISPLAY 'TLOGHARN ERROR: RESULTS FILE EXCEEDS THE '
                       '50000-ENTRY TABLE - NO BATCH WRITTEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SEARCH-HR-PARA.
           IF WS-FOUND
               PERFORM ADVANCE-PAST-EQUALS-PARA
                   UNTIL WS-BIN-LO > WS-HR-COUNT
                      OR HR-T-ID (WS-BIN-LO) NOT = HRS-TEST-ID
           END-IF.
           MOVE WS-HR-COUNT TO WS-SHIFT-POS.
           PERFORM SHIFT-HR-DOWN-PARA
               UNTIL WS-SHIFT-POS < WS-BIN-LO.
           ADD 1 TO WS-HR-COUNT.
           MOVE HRS-TEST-ID TO HR-T-ID (WS-BIN-LO).
           MOVE HRS-RESULT TO HR-T-RESULT (WS-BIN-LO).
           MOVE HRS-RUN-DATE TO HR-T-RUN-DATE (WS-BIN-LO).
           MOVE SPACES TO HR-T-REASON (WS-BIN-LO).
           PERFORM EDIT-RESULT-PARA.
           READ HRNSFILE
               AT END
                   MOVE 'Y' TO HRNS-EOF-SWITCH
           END-READ.
       ADVANCE-PAST-EQUALS-PARA.
           ADD 1 TO WS-BIN-LO.
       SHIFT-HR-DOWN-PARA.
           COMPUTE WS-SHIFT-TO = WS-SHIFT-POS + 1.
           MOVE WS-HR-ENTRY (WS-SHIFT-POS)
               TO WS-HR-ENTRY (WS-SHIFT-TO).
           SUBTRACT 1 FROM WS-SHIFT-POS.
       SEARCH-HR-PARA.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-BIN-LO.
           MOVE WS-HR-COUNT TO WS-BIN-HI.
           PERFORM PROBE-HR-PARA
               UNTIL WS-FOUND
                  OR WS-BIN-LO > WS-BIN-HI.
       PROBE-HR-PARA.
           COMPUTE WS-BIN-MID = (WS-BIN-LO + WS-BIN-HI) / 2.
           EVALUATE TRUE
               WHEN HR-T-ID (WS-BIN-MID) = HRS-TEST-ID
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE WS-BIN-MID TO WS-BIN-LO
               WHEN HR-T-ID (WS-BIN-MID) < HRS-TEST-ID
                   COMPUTE WS-BIN-LO = WS-BIN-MID + 1
               WHEN OTHER
                   COMPUTE WS-BIN-HI = WS-BIN-MID - 1
           END-EVALUATE.
      *  The same edits TLOGMAINT gives a keyed result date: numeric
      *  first, then a real calendar date; a run date after today
      *  cannot be a result.
       EDIT-RESULT-PARA.
           EVALUATE TRUE
               WHEN HRS-TEST-ID NOT NUMERIC
                   MOVE 'REJECTED - ID NOT NUMERIC'
                       TO HR-T-REASON (WS-BIN-LO)
               WHEN HRS-RESULT NOT = 'PASS'
                AND HRS-RESULT NOT = 'FAIL'
                   MOVE 'REJECTED - RESULT NOT PASS/FAIL'
                       TO HR-T-REASON (WS-BIN-LO)
               WHEN HRS-RUN-DATE NOT NUMERIC
                   MOVE 'REJECTED - INVALID RUN DATE'
                       TO HR-T-REASON (WS-BIN-LO)
               WHEN OTHER
                   MOVE HRS-RUN-DATE TO WS-RUN-DATE-NUM
                   PERFORM EDIT-RUN-DATE-PARA
           END-EVALUATE.
       EDIT-RUN-DATE-PARA.
           IF WS-RUN-YEAR < 1900 OR WS-RUN-YEAR > 2099
            OR WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
               MOVE 'REJECTED - INVALID RUN DATE'
                   TO HR-T-REASON (WS-BIN-LO)
           ELSE
               MOVE WS-DIM (WS-RUN-MONTH) TO WS-MAX-DAY
               IF WS-RUN-MONTH = 2
                  AND FUNCTION MOD (WS-RUN-YEAR, 4) = 0
                  AND (FUNCTION MOD (WS-RUN-YEAR, 100) NOT = 0
                       OR FUNCTION MOD (WS-RUN-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF WS-RUN-DAY < 1 OR WS-RUN-DAY > WS-MAX-DAY
                   MOVE 'REJECTED - INVALID RUN DATE'
                       TO HR-T-REASON (WS-BIN-LO)
               ELSE
                   IF WS-RUN-DATE-VALUE > WS-TODAY
                       MOVE 'REJECTED - RUN DATE IN FUTURE'
                           TO HR-T-REASON (WS-BIN-LO)
                   END-IF
               END-IF
           END-IF.
      *  An id held more than once rejects every one of its results,
      *  whatever else was wrong with them.
       MARK-DUPLICATES-PARA.
           IF WS-HR-POS < WS-HR-COUNT
               COMPUTE WS-HR-NEXT = WS-HR-POS + 1
               IF HR-T-ID (WS-HR-NEXT) = HR-T-ID (WS-HR-POS)
                   MOVE 'REJECTED - DUPLICATE RESULT'
                       TO HR-T-REASON (WS-HR-POS)
                   MOVE 'REJECTED - DUPLICATE RESULT'
                       TO HR-T-REASON (WS-HR-NEXT)
               END-IF
           END-IF.
       PRINT-TITLE-PARA.
           MOVE HRN-HEADER-1 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE HRN-HEADER-2 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE WS-TODAY TO HRN-BATCH-DATE.
           MOVE WS-DEPARTMENT TO HRN-DEPARTMENT.
           MOVE HRN-BATCH-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE HRN-COLUMN-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
       WRITE-HEADER-PARA.
           MOVE SPACES TO TRAN-BATCH-HEADER.
           MOVE 'H' TO BH-RECORD-TYPE.
           MOVE WS-TODAY TO BH-BATCH-DATE.
           MOVE WS-DEPARTMENT TO BH-DEPARTMENT.
           WRITE TRAN-BATCH-HEADER.
      *  A result that passed its edits is checked against the master
      *  record it would change; one that survives that becomes a
      *  CHANGE carrying the record's own fields, so TLOGMAINT
      *  changes nothing but the status and result date.
       CONVERT-RESULT-PARA.
           MOVE SPACES TO HRN-MASTER-STATUS.
           IF HR-T-REASON (WS-HR-POS) = SPACES
               MOVE HR-T-ID (WS-HR-POS) TO TEST-RECORD-ID
               READ TLOGMSTR
                   INVALID KEY
                       MOVE 'REJECTED - ID NOT ON MASTER'
                           TO HR-T-REASON (WS-HR-POS)
                   NOT INVALID KEY
                       MOVE TEST-STATUS TO HRN-MASTER-STATUS
                       PERFORM CHECK-MOVE-PARA
               END-READ
           END-IF.
           IF HR-T-REASON (WS-HR-POS) = SPACES
               PERFORM WRITE-CHANGE-PARA
               ADD 1 TO WS-ACCEPT-COUNT
               MOVE 'TO BATCH' TO HRN-DISPOSITION
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE HR-T-REASON (WS-HR-POS) TO HRN-DISPOSITION
           END-IF.
           MOVE HR-T-ID (WS-HR-POS) TO HRN-ID.
           MOVE HR-T-RESULT (WS-HR-POS) TO HRN-RESULT.
           MOVE HR-T-RUN-DATE (WS-HR-POS) TO HRN-RUN-DATE.
           MOVE HRN-DETAIL-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
       CHECK-MOVE-PARA.
           IF HR-T-RESULT (WS-HR-POS) = 'PASS'
               MOVE 'PASSED' TO WS-NEW-STATUS
           ELSE
               MOVE 'FAILED' TO WS-NEW-STATUS
           END-IF.
           MOVE HR-T-RUN-DATE (WS-HR-POS) TO WS-RUN-DATE-NUM.
           EVALUATE TRUE
               WHEN TEST-STATUS-CLOSED
                   MOVE 'REJECTED - TEST IS CLOSED'
                       TO HR-T-REASON (WS-HR-POS)
               WHEN TEST-STATUS = WS-NEW-STATUS
                AND TEST-RESULT-DATE = WS-RUN-DATE-VALUE
                   MOVE 'REJECTED - ALREADY ON MASTER'
                       TO HR-T-REASON (WS-HR-POS)
               WHEN TEST-RESULT-DATE NOT NUMERIC
                   CONTINUE
               WHEN TEST-RESULT-DATE > WS-RUN-DATE-VALUE
                   MOVE 'REJECTED - OLDER THAN MASTER'
                       TO HR-T-REASON (WS-HR-POS)
           END-EVALUATE.
       WRITE-CHANGE-PARA.
           MOVE SPACES TO TRAN-RECORD.
           MOVE 'C' TO TRAN-ACTION.
           MOVE TEST-RECORD-ID TO TRAN-RECORD-ID.
           MOVE TEST-CATEGORY TO TRAN-CATEGORY.
           MOVE TEST-GROUP TO TRAN-GROUP.
           MOVE TEST-AUTHOR TO TRAN-AUTHOR.
           MOVE TEST-DATE TO TRAN-DATE.
           MOVE TEST-SUBJECT TO TRAN-SUBJECT.
           MOVE WS-NEW-STATUS TO TRAN-STATUS.
           MOVE WS-RUN-DATE-VALUE TO TRAN-RESULT-DATE.
           WRITE TRAN-RECORD.
           ADD TEST-RECORD-ID TO WS-HASH-TOTAL.
       WRITE-TRAILER-PARA.
           MOVE SPACES TO TRAN-BATCH-TRAILER.
           MOVE 'T' TO BT-RECORD-TYPE.
           MOVE WS-ACCEPT-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           WRITE TRAN-BATCH-TRAILER.
