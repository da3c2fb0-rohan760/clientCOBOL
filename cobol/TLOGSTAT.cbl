      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning operations status board - one page showing
      *          whether the night's TLOG processing ran and balanced,
      *          read from the control and history files the jobs
      *          leave behind instead of from eight separate places:
      *            MAINTENANCE INTERLOCK - RUNCTL (TLOGMAINT);
      *            BATCH RECEIPTS        - RCPTFILE, checked against
      *                                    the EXPFILE roll call for
      *                                    departments that sent
      *                                    nothing;
      *            MASTER IMAGE COPY     - CUTFILE (TLOGBKUP);
      *            REPORT RUN            - AUDITFILE (TLOGRPT);
      *            DEFECT FEED           - XSTMP, the stamp the
      *                                    defect feed writes beside
      *                                    TLOGXREF;
      *            RECONCILIATION        - RECNHIST (TLOGRECN's run
      *                                    history and return code);
      *            SUSPENSE GENERATION   - SUSPFILE, the newest
      *                                    TLOGSUSP generation.
      *          Each piece gets one line: when it last ran, whether
      *          that was in the cycle being checked, and its key
      *          counts. Anything stale, missing or out of balance is
      *          repeated as a RED FLAG line at the foot of the page.
      *          The cycle checked is PARM='YYYY-MM-DD', or omitted,
      *          the shop processing date from TLOGBDAY - so the
      *          board is scheduled after the night's batch and
      *          before HPMSDR01 rolls the date. A piece stamped by
      *          the clock (RUNCTL, CUTFILE, RECNHIST) counts as run
      *          this cycle when its stamp is on or after the cycle
      *          date; receipts, report runs and suspense carry the
      *          business date itself.
      *          The weekly image copy is flagged only when it is
      *          more than WS-CUT-LIMIT business days old, the defect
      *          extract when it is more than WS-XSTMP-LIMIT (the
      *          same three days HPMSXC01 pages on); ages are in
      *          business days to the processing date.
      *          RC=8 when there is any red flag, so the scheduler can
      *          page; RC=16 for a bad PARM, an unusable processing
      *          date or an expected-department roll call past its
      *          table. Reads only - safe to run at any time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT RCPTFILE ASSIGN TO RCPTFILE.
           SELECT EXPFILE ASSIGN TO EXPFILE.
           SELECT CUTFILE ASSIGN TO CUTFILE.
           SELECT AUDITFILE ASSIGN TO AUDITFILE.
           SELECT XSTMP ASSIGN TO XSTMP.
           SELECT RECNHIST ASSIGN TO RECNHIST.
           SELECT SUSPFILE ASSIGN TO SUSPFILE.
           SELECT STATRPT ASSIGN TO STATRPT.
       DATA DIVISION.
       FILE SECTION.
      *  Run-control interlock, TLOGMAINT's layout.
       FD RUNCTL
           RECORDING MODE F.
       01  RUNC-RECORD.
           05  RUN-INFLIGHT-SW         PIC X(1).
           05  RUN-JOB-NAME            PIC X(8).
           05  RUN-STAMP-DATE          PIC X(10).
           05  RUN-STAMP-TIME          PIC X(8).
           05  FILLER                  PIC X(53).
      *  Batch receipt register, TLOGMAINT's layout.
       FD RCPTFILE
           RECORDING MODE F.
       01  RCPT-RECORD.
           05  RCP-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  RCP-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RCP-BATCH-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCP-DEPARTMENT          PIC X(8).
           05  FILLER                  PIC X(1).
           05  RCP-EXPECTED            PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RCP-ADD-COUNT           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RCP-CHANGE-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RCP-DELETE-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RCP-REJECT-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RCP-OWNER-COUNT         PIC 9(5).
      *  Expected submitting departments, TLOGMAINT's roll call.
       FD EXPFILE
           RECORDING MODE F.
       01  EXP-RECORD.
           05  EXP-DEPARTMENT          PIC X(8).
      *  Image copy cut point, TLOGBKUP's layout.
       FD CUTFILE
           RECORDING MODE F.
       01  CUT-RECORD.
           05  CUT-RUN-DATE            PIC X(10).
           05  CUT-RUN-TIME            PIC X(8).
           05  CUT-RECORD-COUNT        PIC 9(7).
           05  CUT-ID-HASH             PIC 9(12).
           05  FILLER                  PIC X(43).
       FD AUDITFILE
           RECORDING MODE V.
       COPY TLOGAUD.
      *  Defect feed stamp, TLOGXCHK's layout.
       FD XSTMP
           RECORDING MODE F.
       01  XSTMP-RECORD.
           05  XST-DATE                PIC 9(8).
       FD RECNHIST
           RECORDING MODE F.
       COPY TLOGRCNH.
      *  Suspense file, TLOGSUSP's layout.
       FD SUSPFILE
           RECORDING MODE F.
       01  SUSP-RECORD.
           05  SUSP-ID                 PIC 9(6).
           05  SUSP-REASON             PIC X(20).
           05  SUSP-CATEGORY           PIC X(25).
           05  SUSP-SUBJECT            PIC X(35).
           05  SUSP-FIRST-DATE         PIC X(10).
           05  SUSP-LAST-DATE          PIC X(10).
           05  SUSP-RUN-COUNT          PIC 9(3).
       FD STATRPT
           RECORDING MODE V.
       01  STATRPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RCPT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  EXP-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  AUD-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  RCNH-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  SUSP-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-CYCLE-DATE               PIC X(10).
       01  WS-CYCLE-PARTS REDEFINES WS-CYCLE-DATE.
           05  WS-CYC-YEAR             PIC 9(4).
           05  WS-CYC-DASH-1           PIC X(1).
           05  WS-CYC-MONTH            PIC 9(2).
           05  WS-CYC-DASH-2           PIC X(1).
           05  WS-CYC-DAY              PIC 9(2).
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  WS-HOURS                PIC 9(2).
           05  WS-MINUTES              PIC 9(2).
           05  WS-SECONDS              PIC 9(2).
           05  FILLER                  PIC X(7).
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
      *  AGE-DATE-PARA: a YYYY-MM-DD stamp in, business days to the
      *  processing date out; a stamp that is no date leaves the
      *  age unknown.
       01  WS-AGE-STAMP                PIC X(10).
       01  WS-AGE-YMD                  PIC X(8).
       01  WS-AGE-YMD-N REDEFINES WS-AGE-YMD
                                       PIC 9(8).
       01  WS-AGE-DAYS                 PIC 9(5).
       01  WS-AGE-KNOWN-SW             PIC X(1).
           88  WS-AGE-KNOWN                VALUE 'Y'.
      *  Staleness limits, in business days.
       01  WS-CUT-LIMIT                PIC 9(3) VALUE 5.
       01  WS-XSTMP-LIMIT              PIC 9(3) VALUE 3.
      *  The line being built for the piece in hand.
       01  WS-PIECE-NAME               PIC X(24).
       01  WS-LAST-DATE                PIC X(10).
       01  WS-LAST-TIME                PIC X(8).
       01  WS-THIS-CYCLE               PIC X(3).
       01  WS-COUNT-TEXT               PIC X(80).
       01  WS-MORE-TEXT                PIC X(80).
       01  WS-FLAG-TEXT                PIC X(100).
      *  Edited work fields for the count and flag texts.
       01  WS-ED-1                     PIC Z(6)9.
       01  WS-ED-2                     PIC Z(6)9.
       01  WS-ED-3                     PIC Z(6)9.
       01  WS-ED-4                     PIC Z(6)9.
       01  WS-ED-5                     PIC Z(6)9.
       01  WS-ED-HASH                  PIC Z(11)9.
       01  WS-ED-DAYS                  PIC Z(4)9.
       01  WS-ED-LIMIT                 PIC ZZ9.
       01  WS-ED-RC                    PIC 9(2).
      *  Red flags, held until every piece has been looked at and
      *  printed together at the foot of the page. Past the table
      *  they are still counted (and still set the RC); only the
      *  text is not listed.
       01  WS-FLAG-COUNT               PIC 9(3) VALUE 0.
       01  WS-FLAG-UNLISTED            PIC 9(3) VALUE 0.
       01  WS-FLAG-IDX                 PIC 9(3).
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 80 TIMES
                                       PIC X(100).
      *  Expected-department roll call, loaded from EXPFILE, marked
      *  off by the cycle's receipts. Same 50-entry table and same
      *  hard stop past it as TLOGMAINT.
       01  WS-EXP-COUNT                PIC 9(3) VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-EXP-IDX.
               10  WS-EXP-DEPT         PIC X(8).
               10  WS-EXP-RECEIVED-SW  PIC X(1).
       01  WS-EXP-MISSING              PIC 9(3) VALUE 0.
      *  Receipt register totals for the cycle.
       01  WS-RCPT-COUNTS.
           05  WS-RCP-READ             PIC 9(7) VALUE 0.
           05  WS-RCP-BATCHES          PIC 9(7) VALUE 0.
           05  WS-RCP-ADDS             PIC 9(7) VALUE 0.
           05  WS-RCP-CHANGES          PIC 9(7) VALUE 0.
           05  WS-RCP-DELETES          PIC 9(7) VALUE 0.
           05  WS-RCP-REJECTS          PIC 9(7) VALUE 0.
           05  WS-RCP-OWNERS           PIC 9(7) VALUE 0.
           05  WS-RCP-UNBALANCED       PIC 9(7) VALUE 0.
       01  WS-RCP-ACCOUNTED            PIC 9(7).
      *  Report run history, the newest record kept.
       01  WS-AUD-READ                 PIC 9(7) VALUE 0.
       01  WS-AUD-CYCLE-RUNS           PIC 9(7) VALUE 0.
       01  WS-AUD-LAST.
           05  WS-AUD-LAST-DATE        PIC X(10).
           05  WS-AUD-LAST-TIME        PIC X(8).
           05  WS-AUD-LAST-READ        PIC 9(7).
           05  WS-AUD-LAST-WRITE       PIC 9(7).
           05  WS-AUD-LAST-SUM         PIC 9(7).
       01  WS-AUD-GAP                  PIC 9(7).
      *  Reconciliation history, the newest record kept.
       01  WS-RCNH-READ                PIC 9(7) VALUE 0.
       01  WS-RCNH-LAST                PIC X(80).
      *  Suspense generation totals.
       01  WS-SUSP-COUNTS.
           05  WS-SUSP-OPEN            PIC 9(7) VALUE 0.
           05  WS-SUSP-NEW             PIC 9(7) VALUE 0.
       01  WS-SUSP-MERGED-DATE         PIC X(10) VALUE SPACES.
       01  WS-SUSP-OLDEST-DATE         PIC X(10) VALUE HIGH-VALUES.
      *  Page layout.
       01  STB-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  STB-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TLOG MORNING OPERATIONS STATUS BOARD'.
       01  STB-DATE-LINE.
           05  FILLER                  PIC X(12)
               VALUE 'CYCLE DATE: '.
           05  STB-CYCLE-DATE          PIC X(10).
           05  FILLER                  PIC X(15)
               VALUE '    PRINTED AT '.
           05  STB-RUN-YEAR            PIC 9(4).
           05  FILLER                  PIC X
               VALUE '-'.
           05  STB-RUN-MONTH           PIC 9(2).
           05  FILLER                  PIC X
               VALUE '-'.
           05  STB-RUN-DAY             PIC 9(2).
           05  FILLER                  PIC X
               VALUE SPACES.
           05  STB-RUN-HOURS           PIC 9(2).
           05  FILLER                  PIC X
               VALUE ':'.
           05  STB-RUN-MINUTES         PIC 9(2).
       01  STB-COLUMN-LINE.
           05  FILLER                  PIC X(25)
               VALUE 'PIECE'.
           05  FILLER                  PIC X(21)
               VALUE 'LAST RAN'.
           05  FILLER                  PIC X(7)
               VALUE 'CYCLE'.
           05  FILLER                  PIC X(10)
               VALUE 'KEY COUNTS'.
       01  STB-RULE-LINE.
           05  FILLER                  PIC X(130)
               VALUE ALL '-'.
       01  STB-STATUS-LINE.
           05  STB-PIECE               PIC X(24).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  STB-LAST-DATE           PIC X(10).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  STB-LAST-TIME           PIC X(8).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  STB-THIS-CYCLE          PIC X(3).
           05  FILLER                  PIC X(3)
               VALUE SPACES.
           05  STB-COUNTS              PIC X(77).
       01  STB-MORE-LINE.
           05  FILLER                  PIC X(53)
               VALUE SPACES.
           05  STB-MORE                PIC X(77).
       01  STB-FLAG-TITLE-LINE.
           05  FILLER                  PIC X(10)
               VALUE 'RED FLAGS:'.
           05  STB-FLAG-TOTAL          PIC ZZ9.
       01  STB-FLAG-LINE.
           05  FILLER                  PIC X(17)
               VALUE '*** RED FLAG *** '.
           05  STB-FLAG                PIC X(100).
       01  STB-UNLISTED-LINE.
           05  FILLER                  PIC X(17)
               VALUE '*** RED FLAG *** '.
           05  STB-UNLISTED            PIC ZZ9.
           05  FILLER                  PIC X(30)
               VALUE ' FURTHER RED FLAGS NOT LISTED'.
       01  STB-CLEAR-LINE.
           05  FILLER                  PIC X(60)
               VALUE 'NONE - EVERY PIECE RAN THIS CYCLE AND BALANCES'.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(10).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM PARSE-PARM-PARA.
           PERFORM LOAD-EXP-PARA.
           OPEN OUTPUT STATRPT.
           MOVE STB-HEADER-1 TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE STB-HEADER-2 TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE WS-CYCLE-DATE TO STB-CYCLE-DATE.
           MOVE WS-YEAR TO STB-RUN-YEAR.
           MOVE WS-MONTH TO STB-RUN-MONTH.
           MOVE WS-DAY TO STB-RUN-DAY.
           MOVE WS-HOURS TO STB-RUN-HOURS.
           MOVE WS-MINUTES TO STB-RUN-MINUTES.
           MOVE STB-DATE-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE SPACES TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE STB-COLUMN-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE STB-RULE-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           PERFORM CHECK-RUNCTL-PARA.
           PERFORM CHECK-RECEIPTS-PARA.
           PERFORM CHECK-CUT-PARA.
           PERFORM CHECK-AUDIT-PARA.
           PERFORM CHECK-XSTMP-PARA.
           PERFORM CHECK-RECN-PARA.
           PERFORM CHECK-SUSP-PARA.
           MOVE STB-RULE-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           MOVE SPACES TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           ADD WS-FLAG-COUNT WS-FLAG-UNLISTED GIVING STB-FLAG-TOTAL.
           MOVE STB-FLAG-TITLE-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           IF WS-FLAG-COUNT = 0
               MOVE STB-CLEAR-LINE TO STATRPT-RECORD
               WRITE STATRPT-RECORD
           ELSE
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                       UNTIL WS-FLAG-IDX > WS-FLAG-COUNT
                   MOVE WS-FLAG-ENTRY (WS-FLAG-IDX) TO STB-FLAG
                   MOVE STB-FLAG-LINE TO STATRPT-RECORD
                   WRITE STATRPT-RECORD
               END-PERFORM
               IF WS-FLAG-UNLISTED > 0
                   MOVE WS-FLAG-UNLISTED TO STB-UNLISTED
                   MOVE STB-UNLISTED-LINE TO STATRPT-RECORD
                   WRITE STATRPT-RECORD
               END-IF
           END-IF.
           CLOSE STATRPT.
           DISPLAY 'TLOGSTAT: CYCLE ' WS-CYCLE-DATE ', '
                   STB-FLAG-TOTAL ' RED FLAG(S)'.
           IF WS-FLAG-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  as in TLOGACTV. No PARM checks the processing date.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 10
               MOVE 10 TO LS-PARM-LEN
           END-IF.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGSTAT ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LS-PARM-LEN = 0
               MOVE WS-BDY-PROC-DATE TO WS-CYCLE-DATE
           ELSE
               MOVE SPACES TO WS-CYCLE-DATE
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-CYCLE-DATE
               IF WS-CYC-YEAR NOT NUMERIC
                OR WS-CYC-MONTH NOT NUMERIC
                OR WS-CYC-DAY NOT NUMERIC
                OR WS-CYC-DASH-1 NOT = '-'
                OR WS-CYC-DASH-2 NOT = '-'
                   PERFORM PARM-ABEND-PARA
               END-IF
               IF WS-CYC-MONTH < 1 OR WS-CYC-MONTH > 12
                OR WS-CYC-DAY < 1 OR WS-CYC-DAY > 31
                   PERFORM PARM-ABEND-PARA
               END-IF
           END-IF.
       PARM-ABEND-PARA.
           DISPLAY 'TLOGSTAT: PARM MUST BE ''YYYY-MM-DD'' - THE '
                   'CYCLE TO CHECK - OR OMITTED FOR THE PROCESSING '
                   'DATE'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *  An empty roll call switches the missing-department check
      *  off, as it does in TLOGMAINT.
       LOAD-EXP-PARA.
           OPEN INPUT EXPFILE.
           READ EXPFILE
               AT END
                   MOVE 'Y' TO EXP-EOF-SWITCH
           END-READ.
           PERFORM UNTIL EXP-EOF-SWITCH = 'Y'
               IF WS-EXP-COUNT < 50
                   ADD 1 TO WS-EXP-COUNT
                   SET WS-EXP-IDX TO WS-EXP-COUNT
                   MOVE EXP-DEPARTMENT TO WS-EXP-DEPT (WS-EXP-IDX)
                   MOVE 'N' TO WS-EXP-RECEIVED-SW (WS-EXP-IDX)
               ELSE
                   DISPLAY 'TLOGSTAT ERROR: EXPECTED-DEPARTMENT '
                           'FILE EXCEEDS THE 50-ENTRY TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ EXPFILE
                   AT END
                       MOVE 'Y' TO EXP-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE EXPFILE.
      ******************************************************************
      *  MAINTENANCE INTERLOCK - RUNCTL.
      ******************************************************************
       CHECK-RUNCTL-PARA.
           MOVE 'MAINTENANCE INTERLOCK' TO WS-PIECE-NAME.
           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   PERFORM SET-NEVER-RAN-PARA
                   MOVE 'RUNCTL EMPTY - NEVER MARKED BY TLOGMAINT'
                       TO WS-COUNT-TEXT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'MAINTENANCE INTERLOCK NEVER MARKED - '
                          'HPMSMT01 HAS NOT RUN' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               NOT AT END
                   MOVE RUN-STAMP-DATE TO WS-LAST-DATE
                   MOVE RUN-STAMP-TIME TO WS-LAST-TIME
                   PERFORM SET-THIS-CYCLE-PARA
                   MOVE SPACES TO WS-COUNT-TEXT
                   IF RUN-INFLIGHT-SW = 'Y'
                       STRING 'STATE: IN FLIGHT   JOB: '
                                              DELIMITED BY SIZE
                              RUN-JOB-NAME    DELIMITED BY SIZE
                         INTO WS-COUNT-TEXT
                       END-STRING
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING 'MAINTENANCE IN FLIGHT SINCE '
                                              DELIMITED BY SIZE
                              RUN-STAMP-DATE  DELIMITED BY SIZE
                              ' '             DELIMITED BY SIZE
                              RUN-STAMP-TIME  DELIMITED BY SIZE
                              ' (' RUN-JOB-NAME ') - RESTART IT '
                                              DELIMITED BY SIZE
                              'BEFORE ANYTHING READS THE MASTER'
                                              DELIMITED BY SIZE
                         INTO WS-FLAG-TEXT
                       END-STRING
                       PERFORM ADD-FLAG-PARA
                   ELSE
                       STRING 'STATE: COMPLETE    JOB: '
                                              DELIMITED BY SIZE
                              RUN-JOB-NAME    DELIMITED BY SIZE
                         INTO WS-COUNT-TEXT
                       END-STRING
                   END-IF
                   IF WS-THIS-CYCLE = 'NO '
                       MOVE SPACES TO WS-FLAG-TEXT
                       STRING 'MAINTENANCE HAS NOT RUN THIS CYCLE - '
                                              DELIMITED BY SIZE
                              'INTERLOCK LAST MARKED '
                                              DELIMITED BY SIZE
                              RUN-STAMP-DATE  DELIMITED BY SIZE
                         INTO WS-FLAG-TEXT
                       END-STRING
                       PERFORM ADD-FLAG-PARA
                   END-IF
           END-READ.
           CLOSE RUNCTL.
           MOVE SPACES TO WS-MORE-TEXT.
           PERFORM WRITE-PIECE-PARA.
      ******************************************************************
      *  BATCH RECEIPTS - RCPTFILE against the EXPFILE roll call. A
      *  receipt is out of balance when its applied and rejected
      *  counts do not add up to the trailer count it was received
      *  against.
      ******************************************************************
       CHECK-RECEIPTS-PARA.
           MOVE 'BATCH RECEIPTS' TO WS-PIECE-NAME.
           PERFORM SET-NEVER-RAN-PARA.
           OPEN INPUT RCPTFILE.
           READ RCPTFILE
               AT END
                   MOVE 'Y' TO RCPT-EOF-SWITCH
           END-READ.
           PERFORM UNTIL RCPT-EOF-SWITCH = 'Y'
               ADD 1 TO WS-RCP-READ
               MOVE RCP-RUN-DATE TO WS-LAST-DATE
               MOVE RCP-RUN-TIME TO WS-LAST-TIME
               IF RCP-RUN-DATE = WS-CYCLE-DATE
                   PERFORM TALLY-RECEIPT-PARA
               END-IF
               READ RCPTFILE
                   AT END
                       MOVE 'Y' TO RCPT-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RCPTFILE.
           IF WS-RCP-READ > 0
               PERFORM SET-THIS-CYCLE-PARA
           END-IF.
           MOVE WS-RCP-BATCHES TO WS-ED-1.
           MOVE WS-RCP-ADDS TO WS-ED-2.
           MOVE WS-RCP-CHANGES TO WS-ED-3.
           MOVE WS-RCP-DELETES TO WS-ED-4.
           MOVE WS-RCP-REJECTS TO WS-ED-5.
           MOVE SPACES TO WS-COUNT-TEXT.
           STRING 'BATCHES' WS-ED-1 '  ADDS' WS-ED-2
                  '  CHANGES' WS-ED-3 '  DELETES' WS-ED-4
                  '  REJECTS' WS-ED-5 DELIMITED BY SIZE
             INTO WS-COUNT-TEXT
           END-STRING.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-RECEIVED-SW (WS-EXP-IDX) = 'N'
                   ADD 1 TO WS-EXP-MISSING
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'DEPARTMENT '   DELIMITED BY SIZE
                          WS-EXP-DEPT (WS-EXP-IDX)
                                          DELIMITED BY SIZE
                          ' IS EXPECTED BUT SENT NO BATCH THIS CYCLE'
                                          DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               END-IF
           END-PERFORM.
           MOVE WS-RCP-OWNERS TO WS-ED-1.
           MOVE WS-RCP-UNBALANCED TO WS-ED-2.
           MOVE WS-EXP-MISSING TO WS-ED-3.
           MOVE WS-EXP-COUNT TO WS-ED-4.
           MOVE SPACES TO WS-MORE-TEXT.
           STRING 'OWNER REJECTS' WS-ED-1 '  OUT OF BALANCE' WS-ED-2
                  '  MISSING DEPTS' WS-ED-3 ' OF' WS-ED-4
                  DELIMITED BY SIZE
             INTO WS-MORE-TEXT
           END-STRING.
           IF WS-RCP-BATCHES = 0
               MOVE 'NO DEPARTMENT BATCH WAS RECEIVED THIS CYCLE'
                   TO WS-FLAG-TEXT
               PERFORM ADD-FLAG-PARA
           END-IF.
           PERFORM WRITE-PIECE-PARA.
       TALLY-RECEIPT-PARA.
           ADD 1 TO WS-RCP-BATCHES.
           ADD RCP-ADD-COUNT TO WS-RCP-ADDS.
           ADD RCP-CHANGE-COUNT TO WS-RCP-CHANGES.
           ADD RCP-DELETE-COUNT TO WS-RCP-DELETES.
           ADD RCP-REJECT-COUNT TO WS-RCP-REJECTS.
           ADD RCP-OWNER-COUNT TO WS-RCP-OWNERS.
           ADD RCP-ADD-COUNT RCP-CHANGE-COUNT RCP-DELETE-COUNT
               RCP-REJECT-COUNT GIVING WS-RCP-ACCOUNTED.
           IF WS-RCP-ACCOUNTED NOT = RCP-EXPECTED
               ADD 1 TO WS-RCP-UNBALANCED
               MOVE RCP-EXPECTED TO WS-ED-1
               MOVE WS-RCP-ACCOUNTED TO WS-ED-2
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'BATCH FROM '     DELIMITED BY SIZE
                      RCP-DEPARTMENT    DELIMITED BY SIZE
                      ' DATED '         DELIMITED BY SIZE
                      RCP-BATCH-DATE    DELIMITED BY SIZE
                      ' OUT OF BALANCE - TRAILER' WS-ED-1
                      ', APPLIED/REJECTED' WS-ED-2
                                        DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               IF WS-EXP-DEPT (WS-EXP-IDX) = RCP-DEPARTMENT
                   MOVE 'Y' TO WS-EXP-RECEIVED-SW (WS-EXP-IDX)
               END-IF
           END-PERFORM.
      ******************************************************************
      *  MASTER IMAGE COPY - CUTFILE. Weekly, so only its age is a
      *  red flag.
      ******************************************************************
       CHECK-CUT-PARA.
           MOVE 'MASTER IMAGE COPY' TO WS-PIECE-NAME.
           MOVE SPACES TO WS-MORE-TEXT.
           OPEN INPUT CUTFILE.
           READ CUTFILE
               AT END
                   PERFORM SET-NEVER-RAN-PARA
                   MOVE 'CUTFILE EMPTY - NO GOOD COPY ON RECORD'
                       TO WS-COUNT-TEXT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'NO IMAGE COPY CUT POINT ON FILE - HPMSBK01 '
                          'HAS NEVER COMPLETED A COPY' DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               NOT AT END
                   MOVE CUT-RUN-DATE TO WS-LAST-DATE
                   MOVE CUT-RUN-TIME TO WS-LAST-TIME
                   PERFORM SET-THIS-CYCLE-PARA
                   MOVE CUT-RECORD-COUNT TO WS-ED-1
                   MOVE CUT-ID-HASH TO WS-ED-HASH
                   MOVE SPACES TO WS-COUNT-TEXT
                   STRING 'RECORDS' WS-ED-1 '  ID HASH ' WS-ED-HASH
                          DELIMITED BY SIZE
                     INTO WS-COUNT-TEXT
                   END-STRING
                   MOVE CUT-RUN-DATE TO WS-AGE-STAMP
                   PERFORM AGE-DATE-PARA
                   PERFORM CHECK-CUT-AGE-PARA
           END-READ.
           CLOSE CUTFILE.
           PERFORM WRITE-PIECE-PARA.
       CHECK-CUT-AGE-PARA.
           MOVE WS-CUT-LIMIT TO WS-ED-LIMIT.
           IF WS-AGE-KNOWN
               MOVE WS-AGE-DAYS TO WS-ED-DAYS
               STRING 'AGE' WS-ED-DAYS ' BUSINESS DAYS  LIMIT '
                      WS-ED-LIMIT DELIMITED BY SIZE
                 INTO WS-MORE-TEXT
               END-STRING
               IF WS-AGE-DAYS > WS-CUT-LIMIT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'LAST IMAGE COPY ' DELIMITED BY SIZE
                          CUT-RUN-DATE       DELIMITED BY SIZE
                          ' IS' WS-ED-DAYS   DELIMITED BY SIZE
                          ' BUSINESS DAYS OLD - LIMIT '
                                             DELIMITED BY SIZE
                          WS-ED-LIMIT        DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               END-IF
           ELSE
               MOVE 'AGE UNKNOWN - CUT DATE UNUSABLE' TO WS-MORE-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'IMAGE COPY CUT POINT DATE IS UNUSABLE - AGE OF '
                      'THE LAST COPY UNKNOWN' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
      ******************************************************************
      *  REPORT RUN - AUDITFILE, one record per TLOGRPT run.
      ******************************************************************
       CHECK-AUDIT-PARA.
           MOVE 'REPORT RUN (TLOGRPT)' TO WS-PIECE-NAME.
           PERFORM SET-NEVER-RAN-PARA.
           MOVE SPACES TO WS-MORE-TEXT.
           OPEN INPUT AUDITFILE.
           READ AUDITFILE
               AT END
                   MOVE 'Y' TO AUD-EOF-SWITCH
           END-READ.
           PERFORM UNTIL AUD-EOF-SWITCH = 'Y'
               ADD 1 TO WS-AUD-READ
               MOVE AUD-RUN-DATE TO WS-AUD-LAST-DATE
               MOVE AUD-RUN-TIME TO WS-AUD-LAST-TIME
               MOVE AUD-READ-COUNT TO WS-AUD-LAST-READ
               MOVE AUD-WRITE-COUNT TO WS-AUD-LAST-WRITE
               MOVE AUD-ID-SUM TO WS-AUD-LAST-SUM
               IF AUD-RUN-DATE = WS-CYCLE-DATE
                   ADD 1 TO WS-AUD-CYCLE-RUNS
               END-IF
               READ AUDITFILE
                   AT END
                       MOVE 'Y' TO AUD-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE AUDITFILE.
           IF WS-AUD-READ = 0
               MOVE 'AUDITFILE EMPTY - NO REPORT RUN ON RECORD'
                   TO WS-COUNT-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'NO REPORT RUN ON RECORD - HPMSRP01 HAS NEVER '
                      'WRITTEN AUDITFILE' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           ELSE
               PERFORM REPORT-AUDIT-PARA
           END-IF.
           PERFORM WRITE-PIECE-PARA.
       REPORT-AUDIT-PARA.
           MOVE WS-AUD-LAST-DATE TO WS-LAST-DATE.
           MOVE WS-AUD-LAST-TIME TO WS-LAST-TIME.
           PERFORM SET-THIS-CYCLE-PARA.
           IF WS-AUD-LAST-WRITE < WS-AUD-LAST-READ
               SUBTRACT WS-AUD-LAST-WRITE FROM WS-AUD-LAST-READ
                   GIVING WS-AUD-GAP
           ELSE
               MOVE 0 TO WS-AUD-GAP
           END-IF.
           MOVE WS-AUD-CYCLE-RUNS TO WS-ED-1.
           MOVE WS-AUD-LAST-READ TO WS-ED-2.
           MOVE WS-AUD-LAST-WRITE TO WS-ED-3.
           MOVE WS-AUD-GAP TO WS-ED-4.
           MOVE WS-AUD-LAST-SUM TO WS-ED-5.
           MOVE SPACES TO WS-COUNT-TEXT.
           STRING 'RUNS THIS CYCLE' WS-ED-1 '  READ' WS-ED-2
                  '  WRITTEN' WS-ED-3 DELIMITED BY SIZE
             INTO WS-COUNT-TEXT
           END-STRING.
           STRING 'EXCEPTIONS' WS-ED-4 '  ID SUM' WS-ED-5
                  DELIMITED BY SIZE
             INTO WS-MORE-TEXT
           END-STRING.
           IF WS-AUD-CYCLE-RUNS = 0
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'REPORT HAS NOT RUN THIS CYCLE - LAST RUN '
                                          DELIMITED BY SIZE
                      WS-AUD-LAST-DATE    DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
           IF WS-AUD-LAST-READ = 0
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'LAST REPORT RUN READ ZERO RECORDS - CHECK THE '
                      'UPSTREAM FEED' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
      ******************************************************************
      *  DEFECT FEED - the XREFSTMP stamp beside TLOGXREF.
      ******************************************************************
       CHECK-XSTMP-PARA.
           MOVE 'DEFECT FEED (XREFSTMP)' TO WS-PIECE-NAME.
           PERFORM SET-NEVER-RAN-PARA.
           MOVE SPACES TO WS-MORE-TEXT.
           MOVE 'N' TO WS-AGE-KNOWN-SW.
           OPEN INPUT XSTMP.
           READ XSTMP
               AT END
                   CONTINUE
               NOT AT END
                   IF XST-DATE NUMERIC AND XST-DATE > 19000101
                       STRING XST-DATE (1:4) '-' XST-DATE (5:2) '-'
                              XST-DATE (7:2) DELIMITED BY SIZE
                         INTO WS-AGE-STAMP
                       END-STRING
                       PERFORM AGE-DATE-PARA
                   END-IF
           END-READ.
           CLOSE XSTMP.
           MOVE WS-XSTMP-LIMIT TO WS-ED-LIMIT.
           IF WS-AGE-KNOWN
               MOVE WS-AGE-STAMP TO WS-LAST-DATE
               PERFORM SET-THIS-CYCLE-PARA
               MOVE WS-AGE-DAYS TO WS-ED-DAYS
               MOVE SPACES TO WS-COUNT-TEXT
               STRING 'EXTRACT AGE' WS-ED-DAYS
                      ' BUSINESS DAYS  LIMIT ' WS-ED-LIMIT
                      DELIMITED BY SIZE
                 INTO WS-COUNT-TEXT
               END-STRING
               IF WS-AGE-DAYS > WS-XSTMP-LIMIT
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'DEFECT EXTRACT STAMPED ' DELIMITED BY SIZE
                          WS-AGE-STAMP             DELIMITED BY SIZE
                          ' IS' WS-ED-DAYS         DELIMITED BY SIZE
                          ' BUSINESS DAYS OLD - LIMIT '
                                                   DELIMITED BY SIZE
                          WS-ED-LIMIT              DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               END-IF
           ELSE
               MOVE 'NO USABLE STAMP - EXTRACT AGE UNKNOWN'
                   TO WS-COUNT-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'DEFECT FEED STAMP MISSING OR UNUSABLE - AGE OF '
                      'TLOGXREF UNKNOWN' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
           PERFORM WRITE-PIECE-PARA.
      ******************************************************************
      *  RECONCILIATION - RECNHIST, one record per TLOGRECN run.
      ******************************************************************
       CHECK-RECN-PARA.
           MOVE 'RECONCILIATION RUN' TO WS-PIECE-NAME.
           PERFORM SET-NEVER-RAN-PARA.
           MOVE SPACES TO WS-MORE-TEXT.
           OPEN INPUT RECNHIST.
           READ RECNHIST
               AT END
                   MOVE 'Y' TO RCNH-EOF-SWITCH
           END-READ.
           PERFORM UNTIL RCNH-EOF-SWITCH = 'Y'
               ADD 1 TO WS-RCNH-READ
               MOVE RCNH-RECORD TO WS-RCNH-LAST
               READ RECNHIST
                   AT END
                       MOVE 'Y' TO RCNH-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE RECNHIST.
           IF WS-RCNH-READ = 0
               MOVE 'RECNHIST EMPTY - NO RECONCILIATION ON RECORD'
                   TO WS-COUNT-TEXT
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'NO RECONCILIATION ON RECORD - TLOGRECN HAS '
                      'NEVER WRITTEN RECNHIST' DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           ELSE
               MOVE WS-RCNH-LAST TO RCNH-RECORD
               PERFORM REPORT-RECN-PARA
           END-IF.
           PERFORM WRITE-PIECE-PARA.
       REPORT-RECN-PARA.
           MOVE RCH-RUN-DATE TO WS-LAST-DATE.
           MOVE RCH-RUN-TIME TO WS-LAST-TIME.
           PERFORM SET-THIS-CYCLE-PARA.
           MOVE RCH-RETURN-CODE TO WS-ED-RC.
           MOVE RCH-MASTER-ONLY TO WS-ED-1.
           MOVE RCH-EXTRACT-ONLY TO WS-ED-2.
           MOVE RCH-MISMATCHED TO WS-ED-3.
           MOVE RCH-THRESHOLD TO WS-ED-4.
           MOVE SPACES TO WS-COUNT-TEXT.
           STRING 'RC ' WS-ED-RC '  MASTER-ONLY' WS-ED-1
                  '  EXTRACT-ONLY' WS-ED-2 DELIMITED BY SIZE
             INTO WS-COUNT-TEXT
           END-STRING.
           STRING 'MISMATCHED' WS-ED-3 '  THRESHOLD' WS-ED-4
                  DELIMITED BY SIZE
             INTO WS-MORE-TEXT
           END-STRING.
           IF WS-THIS-CYCLE = 'NO '
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'RECONCILIATION HAS NOT RUN THIS CYCLE - LAST '
                                          DELIMITED BY SIZE
                      'RUN '              DELIMITED BY SIZE
                      RCH-RUN-DATE        DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
           EVALUATE RCH-RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 8
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'RECONCILIATION ENDED RC=08 - MASTER AND '
                          'EXTRACT HAVE DRIFTED PAST THE THRESHOLD'
                          DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               WHEN 12
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'RECONCILIATION ENDED RC=12 - MAINTENANCE '
                          'WAS IN FLIGHT, NOTHING RECONCILED'
                          DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG-TEXT
                   STRING 'RECONCILIATION ENDED RC=' DELIMITED BY SIZE
                          WS-ED-RC                   DELIMITED BY SIZE
                          ' - SEE TLOGRECN SYSOUT'   DELIMITED BY SIZE
                     INTO WS-FLAG-TEXT
                   END-STRING
                   PERFORM ADD-FLAG-PARA
           END-EVALUATE.
      ******************************************************************
      *  SUSPENSE GENERATION - the newest TLOGSUSP generation. Every
      *  record a merge carries forward or adds gets that merge's
      *  date as its last-seen date, so the latest last-seen date is
      *  when the generation was cut. An empty generation (no open
      *  exceptions) carries no date and is not flagged.
      ******************************************************************
       CHECK-SUSP-PARA.
           MOVE 'SUSPENSE GENERATION' TO WS-PIECE-NAME.
           PERFORM SET-NEVER-RAN-PARA.
           MOVE SPACES TO WS-MORE-TEXT.
           OPEN INPUT SUSPFILE.
           READ SUSPFILE
               AT END
                   MOVE 'Y' TO SUSP-EOF-SWITCH
           END-READ.
           PERFORM UNTIL SUSP-EOF-SWITCH = 'Y'
               ADD 1 TO WS-SUSP-OPEN
               IF SUSP-LAST-DATE > WS-SUSP-MERGED-DATE
                   MOVE SUSP-LAST-DATE TO WS-SUSP-MERGED-DATE
               END-IF
               IF SUSP-FIRST-DATE < WS-SUSP-OLDEST-DATE
                   MOVE SUSP-FIRST-DATE TO WS-SUSP-OLDEST-DATE
               END-IF
               IF SUSP-FIRST-DATE = WS-CYCLE-DATE
                   ADD 1 TO WS-SUSP-NEW
               END-IF
               READ SUSPFILE
                   AT END
                       MOVE 'Y' TO SUSP-EOF-SWITCH
               END-READ
           END-PERFORM.
           CLOSE SUSPFILE.
           IF WS-SUSP-OPEN = 0
               MOVE 'EMPTY' TO WS-LAST-DATE
               MOVE '---' TO WS-THIS-CYCLE
               MOVE 'NO OPEN EXCEPTIONS IN THE NEWEST GENERATION'
                   TO WS-COUNT-TEXT
           ELSE
               PERFORM REPORT-SUSP-PARA
           END-IF.
           PERFORM WRITE-PIECE-PARA.
       REPORT-SUSP-PARA.
           MOVE WS-SUSP-MERGED-DATE TO WS-LAST-DATE.
           PERFORM SET-THIS-CYCLE-PARA.
           MOVE WS-SUSP-OPEN TO WS-ED-1.
           MOVE WS-SUSP-NEW TO WS-ED-2.
           MOVE SPACES TO WS-COUNT-TEXT.
           STRING 'OPEN EXCEPTIONS' WS-ED-1 '  NEW THIS CYCLE' WS-ED-2
                  DELIMITED BY SIZE
             INTO WS-COUNT-TEXT
           END-STRING.
           MOVE WS-SUSP-OLDEST-DATE TO WS-AGE-STAMP.
           PERFORM AGE-DATE-PARA.
           IF WS-AGE-KNOWN
               MOVE WS-AGE-DAYS TO WS-ED-DAYS
               STRING 'OLDEST FIRST SEEN ' WS-SUSP-OLDEST-DATE
                      ' (' WS-ED-DAYS ' BUSINESS DAYS)'
                      DELIMITED BY SIZE
                 INTO WS-MORE-TEXT
               END-STRING
           END-IF.
           IF WS-THIS-CYCLE = 'NO '
               MOVE SPACES TO WS-FLAG-TEXT
               STRING 'SUSPENSE NOT MERGED THIS CYCLE - NEWEST '
                                          DELIMITED BY SIZE
                      'GENERATION CUT '   DELIMITED BY SIZE
                      WS-SUSP-MERGED-DATE DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
               END-STRING
               PERFORM ADD-FLAG-PARA
           END-IF.
      ******************************************************************
      *  Shared pieces.
      ******************************************************************
       SET-NEVER-RAN-PARA.
           MOVE '(NEVER)' TO WS-LAST-DATE.
           MOVE SPACES TO WS-LAST-TIME.
           MOVE 'NO ' TO WS-THIS-CYCLE.
           MOVE SPACES TO WS-COUNT-TEXT.
      *  Clock and business stamps alike are YYYY-MM-DD, so they
      *  compare as text.
       SET-THIS-CYCLE-PARA.
           IF WS-LAST-DATE NOT < WS-CYCLE-DATE
               MOVE 'YES' TO WS-THIS-CYCLE
           ELSE
               MOVE 'NO ' TO WS-THIS-CYCLE
           END-IF.
       AGE-DATE-PARA.
           MOVE 'N' TO WS-AGE-KNOWN-SW.
           MOVE WS-AGE-STAMP (1:4) TO WS-AGE-YMD (1:4).
           MOVE WS-AGE-STAMP (6:2) TO WS-AGE-YMD (5:2).
           MOVE WS-AGE-STAMP (9:2) TO WS-AGE-YMD (7:2).
           IF WS-AGE-YMD NUMERIC
               MOVE 'A' TO WS-BDY-FUNCTION
               MOVE WS-AGE-YMD-N TO WS-BDY-DATE
               CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                     WS-BDY-PROC-DATE WS-BDY-DAYS
                                     WS-BDY-RC
               IF WS-BDY-VALID
                   IF WS-BDY-DAYS < 0
                       MOVE 0 TO WS-AGE-DAYS
                   ELSE
                       MOVE WS-BDY-DAYS TO WS-AGE-DAYS
                   END-IF
                   SET WS-AGE-KNOWN TO TRUE
               END-IF
           END-IF.
       ADD-FLAG-PARA.
           IF WS-FLAG-COUNT < 80
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-FLAG-TEXT TO WS-FLAG-ENTRY (WS-FLAG-COUNT)
           ELSE
               ADD 1 TO WS-FLAG-UNLISTED
           END-IF.
       WRITE-PIECE-PARA.
           MOVE WS-PIECE-NAME TO STB-PIECE.
           MOVE WS-LAST-DATE TO STB-LAST-DATE.
           MOVE WS-LAST-TIME TO STB-LAST-TIME.
           MOVE WS-THIS-CYCLE TO STB-THIS-CYCLE.
           MOVE WS-COUNT-TEXT TO STB-COUNTS.
           MOVE STB-STATUS-LINE TO STATRPT-RECORD.
           WRITE STATRPT-RECORD.
           IF WS-MORE-TEXT NOT = SPACES
               MOVE WS-MORE-TEXT TO STB-MORE
               MOVE STB-MORE-LINE TO STATRPT-RECORD
               WRITE STATRPT-RECORD
           END-IF.
