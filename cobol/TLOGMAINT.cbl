      * Purpose: Applies add/change/delete transactions to the TLOG
      *          master, keyed by TEST-RECORD-ID, and produces a
      *          transaction listing of what was applied or rejected.
      *          An ADD keyed with a zero TRAN-RECORD-ID is handed
      *          the next free id from its department's block on
      *          IDCTL; the listing and the journal carry the id.
      *          A department batch may only maintain records in
      *          the categories its BH-DEPARTMENT owns on OWNFILE -
      *          including the category a CHANGE moves a record into -
      *          unless the department is listed on SUPFILE; anything
      *          else is rejected NOT CATEGORY OWNER and counted on the
      *          receipt register.
      *          PARM='EDIT' makes an edit-only trial run for a
      *          department to pre-check its batch: the same batch
      *          balancing, the same transaction edits and the same
      *          DUPLICATE ID / ID NOT FOUND lookups against the
      *          master, listed per batch as what WOULD apply and what
      *          would reject - but the master is opened INPUT only
      *          and the journal, checkpoint, receipt register and
      *          run-control interlock are never opened at all. Ends
      *          RC=4 if any transaction would reject.
      *          An apply run's date is the shop processing date from
      *          TLOGBDAY, stamped on the receipt register and on each
      *          journal entry beside its clock stamp, so a catch-up
      *          or after-midnight run is recorded under the cycle it
      *          belongs to. Each journal entry also carries the batch
      *          header department as its source.
      *          An 'N' transaction adds or removes a test note on
      *          NOTEFILE (TLOGNOTE) under a record that must be on
      *          the master, in a category the department owns; it
      *          is listed as NOTE, journaled as action 'N' with the
      *          note as the image, and counted with the CHANGEs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RCPTFILE ASSIGN TO RCPTFILE.
           SELECT AUTFILE ASSIGN TO AUTFILE.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT CTLFILE ASSIGN TO CTLFILE.
           SELECT IDCTL ASSIGN TO IDCTL.
           SELECT OWNFILE ASSIGN TO OWNFILE.
           SELECT SUPFILE ASSIGN TO SUPFILE.
           SELECT OPTIONAL NOTEFILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD TRANFILE
      *  transaction, and both the run totals and that batch's own
      *  counters carry on from where the failed run stopped, so
      *  the listing shows no rerun-artifact rejects and every
      *  batch still balances to its trailer. CHK-PENDING-ID is
      *  non-zero only between an id being handed out from IDCTL and
      *  the transaction it was handed to committing: the restart
      *  gives the re-applied transaction that same id back, so a
      *  zero-id ADD the failed run may already have written is not
      *  added a second time under a new number.
       FD CHKPTFILE
           RECORDING MODE F.
       01  CHKPT-RECORD.
           05  CHK-BA-REJECT-COUNT     PIC 9(5).
           05  CHK-BATCH-NO            PIC 9(3).
           05  CHK-POSTED-SW           PIC X(1).
           05  CHK-PENDING-ID          PIC 9(6).
           05  CHK-BA-OWNER-COUNT      PIC 9(5).
           05  FILLER                  PIC X(2).
      *  Expected submitting departments, one 8-byte department per
      *  record, maintained by ops beside TLOGCTL/TLOGREF. A batch
      *  from a department not on this file is still applied (the
           05  RCP-DELETE-COUNT        PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RCP-REJECT-COUNT        PIC 9(5).
      *  Of RCP-REJECT-COUNT, how many were turned away for touching a
      *  category the batch's department does not own.
           05  FILLER                  PIC X(1).
           05  RCP-OWNER-COUNT         PIC 9(5).
      *  Valid TEST-RECORD-ID range (HRD.HPMS.DATA.TLOGCTL), the
      *  same one-record control file TLOGRPT reads. Every ID block
      *  below must sit inside it, and a keyed ADD id outside it is
      *  rejected here instead of bouncing to EXCFILE on every report
      *  run. An empty file means 1-999999, same fallback as TLOGRPT.
       FD CTLFILE
           RECORDING MODE F.
       01  CTL-RECORD.
           05  CTL-MIN-ID              PIC 9(6).
           05  CTL-MAX-ID              PIC 9(6).
      *  TEST-RECORD-ID number blocks (HRD.HPMS.DATA.TLOGIDBK), one
      *  record per submitting department, maintained by ops beside
      *  TLOGEXPD: the department's LOW-HIGH block inside the TLOGCTL
      *  range, the high-water mark (last id handed out, zero until
      *  the first), and how many ids left trips the nearly-exhausted
      *  alert (zero means a tenth of the block). An ADD keyed with a
      *  zero TRAN-RECORD-ID gets the next free id above the
      *  high-water mark in its batch department's block. The file is
      *  rewritten in place the moment an id is handed out, before the
      *  master is touched, so an abend can burn a number but never
      *  hand the same one out twice.
       FD IDCTL
           RECORDING MODE F.
       01  IDB-RECORD.
           05  IDB-DEPARTMENT          PIC X(8).
           05  IDB-LOW-ID              PIC 9(6).
           05  IDB-HIGH-ID             PIC 9(6).
           05  IDB-LAST-ID             PIC 9(6).
           05  IDB-ALERT-LEFT          PIC 9(6).
           05  FILLER                  PIC X(48).
      *  CATEGORY-to-department ownership file (HRD.HPMS.DATA.TLOGOWN)
      *  that TLOGSUSP already cuts its chase sections from: category,
      *  owning department, contact name. A department's batch may
      *  only add, change or delete records in categories it owns -
      *  the category a CHANGE moves a record into as well as the one
      *  it moves it out of. First entry wins when a category is
      *  listed twice, the same rule TLOGSUSP applies. An empty file
      *  turns the check off, the usual control-file fallback.
       FD OWNFILE
           RECORDING MODE F.
       01  OWN-RECORD.
           05  OWN-CATEGORY            PIC X(25).
           05  OWN-DEPARTMENT          PIC X(8).
           05  OWN-CONTACT             PIC X(25).
      *  Supervisor departments (HRD.HPMS.DATA.TLOGSUPV), one 8-byte
      *  department per record like TLOGEXPD: a batch from one of
      *  them may maintain every category. Kept short on purpose.
       FD SUPFILE
           RECORDING MODE F.
       01  SUP-RECORD.
           05  SUP-DEPARTMENT          PIC X(8).
      *  Test notes and evidence (HRD.HPMS.DATA.TLOGNOTE), keyed by
      *  TEST-RECORD-ID and a sequence number under it. Only 'N'
      *  transactions touch it; a trial run opens it INPUT to judge
      *  NOTE NOT FOUND the way the apply would.
       FD NOTEFILE.
       COPY TLOGNOTE.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  TRAN-EOF-SWITCH         PIC X(1) VALUE 'N'.
      *  Run mode from PARM: blank is the normal apply; EDIT is the
      *  trial run. Anything else is a hard stop rather than a guess
      *  - a mistyped trial PARM must never fall through to a real
      *  apply.
       01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
           88  WS-APPLY-RUN                VALUE SPACES.
           88  WS-EDIT-ONLY-RUN            VALUE 'EDIT'.
      *  Trial-run memory of what the run WOULD already have done to
      *  an id, one byte per possible TEST-RECORD-ID the way
      *  TLOGRCVR keeps its seen flags: 'A' would have been added,
      *  'D' would have been deleted. The master itself is never
      *  updated on a trial, so without this an ADD followed later
      *  in the file by a CHANGE to the same id would be listed as a
      *  false ID NOT FOUND.
       01  WS-TRIAL-FLAGS              PIC X(999999) VALUE SPACES.
       01  WS-TRIAL-FLAGS-TBL REDEFINES WS-TRIAL-FLAGS.
           05  WS-TRIAL-FLAG           PIC X(1) OCCURS 999999 TIMES.
       01  WS-TRIAL-ON-MASTER-SW       PIC X(1).
           88  WS-TRIAL-ON-MASTER          VALUE 'Y'.
      *  Batch control totals: TRANFILE may carry several department
      *  batches back to back, each its own H/detail/T wrap. The
      *  verify pass balances every trailer's expected count and
           05  WS-BA-CHANGE-COUNT      PIC 9(5) VALUE 0.
           05  WS-BA-DELETE-COUNT      PIC 9(5) VALUE 0.
           05  WS-BA-REJECT-COUNT      PIC 9(5) VALUE 0.
           05  WS-BA-OWNER-COUNT       PIC 9(5) VALUE 0.
      *  Expected-department roll call, loaded from EXPFILE at
      *  start-up and ticked off as each batch trailer is applied;
      *  whoever is left unticked at end of run is MISSING.
           05  WS-SECONDS              PIC 9(2).
           05  WS-HUND-SECOND          PIC 9(2).
           05  WS-GMT                  PIC X(5).
      *  WS-RUN-DATE is the shop processing date; WS-CLOCK-DATE is the
      *  system date, kept for the stamps that must follow real time
      *  (the journal stamp TLOGRCVR cuts on, the in-flight marker).
       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC X(10).
           05  WS-RUN-TIME             PIC X(8).
       01  WS-CLOCK-DATE               PIC X(10).
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-BEFORE-IMAGE             PIC X(140).
       01  WS-AFTER-IMAGE              PIC X(140).
       01  WS-CHKPT-CONTROL.
           05  WS-CHK-BA-CHANGE        PIC 9(5) VALUE 0.
           05  WS-CHK-BA-DELETE        PIC 9(5) VALUE 0.
           05  WS-CHK-BA-REJECT        PIC 9(5) VALUE 0.
           05  WS-CHK-PENDING-ID       PIC 9(6) VALUE 0.
           05  WS-CHK-BA-OWNER         PIC 9(5) VALUE 0.
       01  LIST-RESTART-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'RESTART - RESUMING AFTER     '.
               10  WS-AUT-CANONICAL    PIC X(25).
       01  WS-AUT-FOUND-SW             PIC X(1).
           88  WS-AUT-FOUND                VALUE 'Y'.
       01  WS-ID-RANGE.
           05  WS-MIN-ID               PIC 9(6) VALUE 000001.
           05  WS-MAX-ID               PIC 9(6) VALUE 999999.
      *  Department id blocks from IDCTL, loaded once at start-up and
      *  written back whole every time a high-water mark moves.
       01  WS-IDB-EOF-SW               PIC X(1).
           88  WS-IDB-EOF                  VALUE 'Y'.
       01  WS-IDB-COUNT                PIC 9(3) VALUE 0.
       01  WS-IDB-TABLE.
           05  WS-IDB-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-IDB-IDX WS-IDB-IDX2.
               10  WS-IDB-DEPT         PIC X(8).
               10  WS-IDB-LOW          PIC 9(6).
               10  WS-IDB-HIGH         PIC 9(6).
               10  WS-IDB-LAST         PIC 9(6).
               10  WS-IDB-ALERT-LEFT   PIC 9(6).
       01  WS-IDB-FOUND-SW             PIC X(1).
           88  WS-IDB-FOUND                VALUE 'Y'.
       01  WS-IDB-ERROR-MSG            PIC X(40).
       01  WS-IDB-ERROR-DEPT           PIC X(8).
       01  WS-IDB-LEFT                 PIC 9(6).
       01  WS-IDB-LOW-COUNT            PIC 9(3) VALUE 0.
       01  WS-NEXT-ID                  PIC 9(7).
       01  WS-ID-TAKEN-SW              PIC X(1).
           88  WS-ID-TAKEN                 VALUE 'Y'.
       01  WS-ID-ASSIGNED-SW           PIC X(1) VALUE 'N'.
           88  WS-ID-ASSIGNED              VALUE 'Y'.
       01  WS-PENDING-REUSED-SW        PIC X(1) VALUE 'N'.
           88  WS-PENDING-REUSED           VALUE 'Y'.
       01  WS-PENDING-ID               PIC 9(6) VALUE 0.
      *  Category ownership and supervisor departments, loaded once at
      *  start-up. WS-BATCH-SUPERVISOR is worked out at each batch
      *  header for the batch's own department.
       01  WS-OWN-EOF-SW               PIC X(1).
           88  WS-OWN-EOF                  VALUE 'Y'.
       01  WS-OWN-COUNT                PIC 9(3) VALUE 0.
       01  WS-OWN-TABLE.
           05  WS-OWN-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-OWN-IDX.
               10  WS-OWN-CATEGORY     PIC X(25).
               10  WS-OWN-DEPT         PIC X(8).
       01  WS-SUP-EOF-SW               PIC X(1).
           88  WS-SUP-EOF                  VALUE 'Y'.
       01  WS-SUP-COUNT                PIC 9(3) VALUE 0.
       01  WS-SUP-TABLE.
           05  WS-SUP-DEPT             PIC X(8) OCCURS 20 TIMES
                                        INDEXED BY WS-SUP-IDX.
       01  WS-BATCH-SUPER-SW           PIC X(1) VALUE 'N'.
           88  WS-BATCH-SUPERVISOR         VALUE 'Y'.
       01  WS-OWN-CHECK-CATEGORY       PIC X(25).
       01  WS-OWN-MAP-DEPT             PIC X(8).
       01  WS-OWNER-OK-SW              PIC X(1).
           88  WS-OWNER-OK                 VALUE 'Y'.
       01  WS-OWNER-REJECT-SW          PIC X(1) VALUE 'N'.
           88  WS-OWNER-REJECT             VALUE 'Y'.
      *  Author the dictionary check is made for: TRAN-AUTHOR on an
      *  ADD or CHANGE, TN-AUTHOR on a note.
       01  WS-AUT-CHECK-AUTHOR         PIC X(25).
      *  Note sequence for an 'N' add: the keyed TN-SEQ, or one above
      *  the highest already under the id. Five digits so running off
      *  the end of 9999 is seen instead of wrapping to 0000.
       01  WS-NOTE-SEQ                 PIC 9(5).
       01  WS-NOTE-EOF-SW              PIC X(1).
           88  WS-NOTE-EOF                 VALUE 'Y'.
       01  WS-NOTE-FOUND-SW            PIC X(1).
           88  WS-NOTE-FOUND               VALUE 'Y'.
       01  LIST-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  LIST-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TLOG MASTER MAINTENANCE TRANSACTION LISTING'.
       01  LIST-TRIAL-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'EDIT-ONLY TRIAL RUN - NOTHING WAS APPLIED TO '.
           05  FILLER                  PIC X(43)
               VALUE 'THE MASTER; COUNTS ARE WHAT WOULD APPLY'.
       01  LIST-HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE 'ACTION'.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LG-RESULT               PIC X(8).
       01  LIST-IDBLOCK-HEADER.
           05  FILLER                  PIC X(41)
               VALUE 'TEST-RECORD-ID BLOCKS - DEPARTMENT STATUS'.
       01  LIST-IDBLOCK-LINE.
           05  FILLER                  PIC X(6)
               VALUE 'DEPT: '.
           05  LI-DEPARTMENT           PIC X(8).
           05  FILLER                  PIC X(9)
               VALUE '  BLOCK: '.
           05  LI-LOW                  PIC 9(6).
           05  FILLER                  PIC X(1)
               VALUE '-'.
           05  LI-HIGH                 PIC 9(6).
           05  FILLER                  PIC X(8)
               VALUE '  LAST: '.
           05  LI-LAST                 PIC 9(6).
           05  FILLER                  PIC X(8)
               VALUE '  LEFT: '.
           05  LI-LEFT                 PIC ZZZZZ9.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LI-FLAG                 PIC X(16).
       01  LIST-OWNER-LINE.
           05  FILLER                  PIC X(37)
               VALUE 'OF THE REJECTED, NOT CATEGORY OWNER: '.
           05  LO-OWNER-COUNT          PIC ZZZZ9.
       01  LIST-BATCH-END-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'END OF BATCH FOR: '.
           05  FILLER                  PIC X(10)
               VALUE 'REJECTED: '.
           05  LS-REJECT-COUNT         PIC ZZZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
           PERFORM VERIFY-BATCH-PARA.
           PERFORM READ-CONTROL-PARA.
           PERFORM LOAD-IDCTL-PARA.
           IF WS-EDIT-ONLY-RUN
               PERFORM TRIAL-RUN-PARA
           END-IF.
           PERFORM READ-CHKPT-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-YEAR    DELIMITED BY SIZE
                  WS-MONTH   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-DAY     DELIMITED BY SIZE
             INTO WS-CLOCK-DATE
           END-STRING.
           STRING WS-HOURS   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
             INTO WS-RUN-TIME
           END-STRING.
           PERFORM GET-PROCESS-DATE-PARA.
           MOVE 'Y' TO WS-RUNC-FLAG.
           PERFORM WRITE-RUNCTL-PARA.
           OPEN INPUT TRANFILE
                I-O   TLOGMSTR
                I-O   NOTEFILE
                OUTPUT LISTFILE
                EXTEND JRNLFILE
                EXTEND RCPTFILE.
           PERFORM LOAD-REF-PARA.
           PERFORM LOAD-AUT-PARA.
           PERFORM LOAD-EXP-PARA.
           PERFORM LOAD-OWN-PARA.
           PERFORM LOAD-SUP-PARA.
           PERFORM PRINT-LIST-TITLE-PARA.
           READ TRANFILE
               AT END
               UNTIL TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY-PARA.
           PERFORM PRINT-REGISTER-PARA.
           PERFORM PRINT-IDBLOCK-PARA.
           MOVE 'Y' TO WS-CHK-COMPLETE.
           PERFORM WRITE-CHKPT-PARA.
           CLOSE TRANFILE
                 TLOGMSTR
                 NOTEFILE
                 LISTFILE
                 JRNLFILE
                 RCPTFILE.
      *  RC=4, not an abend: everything that DID arrive was applied
      *  and unloaded as normal, the nonzero code only exists so
      *  HPMSMT01's MISSCK notify logic can SEND about the silent
      *  department or the nearly exhausted id block. RC=4 stays
      *  below TLOGUNLD's COND=(4,LT) cutoff on purpose.
           IF WS-MISSING-COUNT > 0
            OR WS-IDB-LOW-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *  Only LS-PARM-LEN bytes of the PARM field are system-built,
      *  so nothing past them is looked at.
       PARSE-PARM-PARA.
           IF LS-PARM-LEN > 8
               MOVE 8 TO LS-PARM-LEN
           END-IF.
           IF LS-PARM-LEN > 0
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-RUN-MODE
           END-IF.
           IF NOT WS-APPLY-RUN AND NOT WS-EDIT-ONLY-RUN
               DISPLAY 'TLOGMAINT: PARM MUST BE OMITTED (APPLY) OR '
                       '''EDIT'' (TRIAL RUN) - GOT ' WS-RUN-MODE
               DISPLAY 'TLOGMAINT: NO TRANSACTIONS WERE APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  Edit-only trial run, entered once the batches have balanced.
      *  Runs the same apply-pass paragraphs the real run does, so
      *  the edits and the listing cannot drift apart, but with the
      *  master open INPUT and without the checkpoint, journal,
      *  receipt register or run-control interlock - none of them is
      *  even opened, and a pending restart checkpoint is left
      *  exactly as the failed run wrote it. The expected-department
      *  roll call is skipped too: a trial usually carries one
      *  department's batch, so everybody else would show MISSING.
       TRIAL-RUN-PARA.
           DISPLAY 'TLOGMAINT: EDIT-ONLY TRIAL RUN - NO UPDATES'.
           OPEN INPUT TRANFILE
                INPUT TLOGMSTR
                INPUT NOTEFILE
                OUTPUT LISTFILE.
           PERFORM LOAD-REF-PARA.
           PERFORM LOAD-AUT-PARA.
           PERFORM LOAD-OWN-PARA.
           PERFORM LOAD-SUP-PARA.
           PERFORM PRINT-LIST-TITLE-PARA.
           READ TRANFILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.
           PERFORM PROCESS-TRAN-PARA
               UNTIL TRAN-EOF-SWITCH = 'Y'
           PERFORM PRINT-SUMMARY-PARA.
           PERFORM PRINT-IDBLOCK-PARA.
           CLOSE TRANFILE
                 TLOGMSTR
                 NOTEFILE
                 LISTFILE.
           DISPLAY 'TLOGMAINT: TRIAL RUN - ' WS-REJECT-COUNT
                   ' TRANSACTIONS WOULD REJECT'.
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
           WRITE LISTFILE-RECORD.
           MOVE LIST-HEADER-2 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           IF WS-EDIT-ONLY-RUN
               MOVE LIST-TRIAL-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
           END-IF.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE LIST-HEADER-3 TO LISTFILE-RECORD.
                OR WS-CHK-BATCH-DONE
                OR WS-TRANS-DONE > WS-SKIP-COUNT
                   PERFORM APPLY-TRAN-PARA
                   MOVE 0 TO WS-CHK-PENDING-ID
                   IF NOT WS-EDIT-ONLY-RUN
                       PERFORM WRITE-CHKPT-PARA
                   END-IF
               END-IF
           END-IF.
      *  Batch header on the apply pass: open this batch's LISTFILE
               MOVE WS-CHK-BA-CHANGE TO WS-BA-CHANGE-COUNT
               MOVE WS-CHK-BA-DELETE TO WS-BA-DELETE-COUNT
               MOVE WS-CHK-BA-REJECT TO WS-BA-REJECT-COUNT
               MOVE WS-CHK-BA-OWNER TO WS-BA-OWNER-COUNT
           ELSE
               MOVE 0 TO WS-BA-ADD-COUNT
               MOVE 0 TO WS-BA-CHANGE-COUNT
               MOVE 0 TO WS-BA-DELETE-COUNT
               MOVE 0 TO WS-BA-REJECT-COUNT
               MOVE 0 TO WS-BA-OWNER-COUNT
           END-IF.
           MOVE 'N' TO WS-BATCH-SUPER-SW.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
               IF WS-SUP-DEPT (WS-SUP-IDX) = WS-BATCH-DEPT
                   SET WS-BATCH-SUPERVISOR TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TRANS-DONE.
           PERFORM PRINT-BATCH-TOTALS-PARA.
      *  Batch trailer on the apply pass: close the LISTFILE section
               MOVE WS-BA-REJECT-COUNT TO LS-REJECT-COUNT
               MOVE LIST-SUMMARY-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
               IF WS-BA-OWNER-COUNT > 0
                   MOVE WS-BA-OWNER-COUNT TO LO-OWNER-COUNT
                   MOVE LIST-OWNER-LINE TO LISTFILE-RECORD
                   WRITE LISTFILE-RECORD
               END-IF
               IF NOT WS-EDIT-ONLY-RUN
                   PERFORM POST-RECEIPT-PARA
                   MOVE 'Y' TO WS-TRAILER-POSTED-SW
                   PERFORM WRITE-CHKPT-PARA
               END-IF
           END-IF.
           PERFORM MARK-DEPT-RECEIVED-PARA.
           MOVE SPACES TO LISTFILE-RECORD.
           MOVE WS-BA-CHANGE-COUNT TO RCP-CHANGE-COUNT.
           MOVE WS-BA-DELETE-COUNT TO RCP-DELETE-COUNT.
           MOVE WS-BA-REJECT-COUNT TO RCP-REJECT-COUNT.
           MOVE WS-BA-OWNER-COUNT TO RCP-OWNER-COUNT.
           WRITE RCPT-RECORD.
       MARK-DEPT-RECEIVED-PARA.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
           END-IF.
      *  One record, rewritten in place (OPEN OUTPUT truncates),
      *  same pattern as WRITE-CHKPT-PARA below.
      *  Checked before the run marks itself in flight, so a bad
      *  control record stops the run with nothing touched.
       GET-PROCESS-DATE-PARA.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGMAINT ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BDY-PROC-DATE TO WS-RUN-DATE.
       WRITE-RUNCTL-PARA.
           OPEN OUTPUT RUNCTL.
           MOVE SPACES TO RUNC-RECORD.
           MOVE WS-RUNC-FLAG TO RUN-INFLIGHT-SW.
           MOVE 'HPMSMT01' TO RUN-JOB-NAME.
           MOVE WS-CLOCK-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-TIME TO RUN-STAMP-TIME.
           WRITE RUNC-RECORD.
           CLOSE RUNCTL.
               MOVE CHK-BA-CHANGE-COUNT TO WS-CHK-BA-CHANGE
               MOVE CHK-BA-DELETE-COUNT TO WS-CHK-BA-DELETE
               MOVE CHK-BA-REJECT-COUNT TO WS-CHK-BA-REJECT
               IF CHK-BA-OWNER-COUNT NUMERIC
                   MOVE CHK-BA-OWNER-COUNT TO WS-CHK-BA-OWNER
               END-IF
               IF CHK-PENDING-ID NUMERIC
                   MOVE CHK-PENDING-ID TO WS-CHK-PENDING-ID
               END-IF
               DISPLAY 'TLOGMAINT: RESTART - RESUMING BATCH '
                       WS-CHK-BATCH-NO ' (' WS-CHK-BATCH-DATE ' '
                       WS-CHK-BATCH-DEPT ') AFTER ' WS-SKIP-COUNT
           MOVE WS-BA-REJECT-COUNT TO CHK-BA-REJECT-COUNT.
           MOVE WS-BATCH-NO TO CHK-BATCH-NO.
           MOVE WS-TRAILER-POSTED-SW TO CHK-POSTED-SW.
           MOVE WS-PENDING-ID TO CHK-PENDING-ID.
           MOVE WS-BA-OWNER-COUNT TO CHK-BA-OWNER-COUNT.
           WRITE CHKPT-RECORD.
           CLOSE CHKPTFILE.
       APPLY-TRAN-PARA.
           PERFORM EDIT-TRAN-PARA.
           IF WS-TRAN-EDIT-OK
               EVALUATE TRUE
                   WHEN WS-EDIT-ONLY-RUN
                       PERFORM TRIAL-MASTER-PARA
                   WHEN TRAN-ADD
                       PERFORM ADD-MASTER-PARA
                   WHEN TRAN-CHANGE
                       PERFORM CHANGE-MASTER-PARA
                   WHEN TRAN-DELETE
                       PERFORM DELETE-MASTER-PARA
                   WHEN TRAN-NOTE
                       PERFORM NOTE-MASTER-PARA
               END-EVALUATE
           ELSE
               PERFORM REJECT-TRAN-PARA
      *  Every transaction passes this gate before it is allowed to
      *  touch the master: a recognized action code, a numeric record
      *  id, a real calendar date on ADD/CHANGE, and no blank
      *  CATEGORY/GROUP/AUTHOR/SUBJECT on an ADD. An ADD or CHANGE
      *  must land in a category the batch's department owns (the
      *  category a CHANGE or DELETE takes a record OUT of is checked
      *  against the master record once it is read). A keyed ADD id must
      *  sit inside the TLOGCTL range; a zero ADD id is handed the
      *  next one from the batch department's IDCTL block. A note
      *  ('N') gets its own edits in EDIT-NOTE-PARA; whether its id is
      *  on the master is found out when the master is read. The first
      *  edit that fails sets the reject reason shown on the listing.
       EDIT-TRAN-PARA.
           SET WS-TRAN-EDIT-OK TO TRUE.
           MOVE 'N' TO WS-ID-ASSIGNED-SW.
           MOVE 'N' TO WS-PENDING-REUSED-SW.
           MOVE 'N' TO WS-OWNER-REJECT-SW.
           EVALUATE TRUE
               WHEN TRAN-ADD
                   MOVE 'ADD' TO WS-LIST-ACTION
                   MOVE 'CHANGE' TO WS-LIST-ACTION
               WHEN TRAN-DELETE
                   MOVE 'DELETE' TO WS-LIST-ACTION
               WHEN TRAN-NOTE
                   MOVE 'NOTE' TO WS-LIST-ACTION
               WHEN OTHER
                   MOVE 'REJECT' TO WS-LIST-ACTION
                   MOVE 'REJECTED - INVALID ACTION CODE'
               MOVE 'REJECTED - ID NOT NUMERIC' TO WS-EDIT-REASON
               SET WS-TRAN-EDIT-FAILED TO TRUE
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND TRAN-ADD
              AND TRAN-RECORD-ID NOT = 0
              AND (TRAN-RECORD-ID < WS-MIN-ID
                   OR TRAN-RECORD-ID > WS-MAX-ID)
               MOVE 'REJECTED - ID OUT OF RANGE' TO WS-EDIT-REASON
               SET WS-TRAN-EDIT-FAILED TO TRUE
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM EDIT-TRAN-DATE-PARA
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND (TRAN-ADD OR TRAN-CHANGE)
               MOVE TRAN-AUTHOR TO WS-AUT-CHECK-AUTHOR
               PERFORM EDIT-TRAN-AUT-PARA
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND TRAN-NOTE
               PERFORM EDIT-NOTE-PARA
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND (TRAN-ADD OR TRAN-CHANGE)
               PERFORM EDIT-TRAN-STATUS-PARA
           END-IF.
           IF WS-TRAN-EDIT-OK
              AND (TRAN-ADD OR TRAN-CHANGE)
               MOVE TRAN-CATEGORY TO WS-OWN-CHECK-CATEGORY
               PERFORM CHECK-OWNER-PARA
               IF NOT WS-OWNER-OK
                   MOVE 'REJECTED - NOT CATEGORY OWNER'
                       TO WS-EDIT-REASON
                   SET WS-OWNER-REJECT TO TRUE
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
      *  Id assignment stays the last step of the gate so a
      *  transaction some other edit rejects never uses up a number.
           IF WS-TRAN-EDIT-OK
              AND TRAN-ADD
              AND TRAN-RECORD-ID = 0
               PERFORM ASSIGN-ID-PARA
           END-IF.
      *  The NUMERIC test stands alone ahead of the range tests so a
      *  keyed date full of spaces is never compared numerically.
       EDIT-TRAN-DATE-PARA.
           END-IF.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-AUT-COUNT
               IF WS-AUT-ALIAS (WS-AUT-IDX) = WS-AUT-CHECK-AUTHOR
                   MOVE 'Y' TO WS-AUT-FOUND-SW
                   EXIT PERFORM
               END-IF
                   TO WS-EDIT-REASON
               SET WS-TRAN-EDIT-FAILED TO TRUE
           END-IF.
      *  A note must say whether it is added or removed; a remove
      *  needs only the id and the sequence to go. An add needs a
      *  known type, an author from the dictionary and some text,
      *  and a date that is either a real one or left for the
      *  processing date. Spaces in TN-SEQ or TN-DATE mean "not
      *  keyed" and are treated as zero, as the result date is.
       EDIT-NOTE-PARA.
           IF TN-SEQ = SPACES
               MOVE ZEROES TO TN-SEQ
           END-IF.
           IF TN-DATE = SPACES
               MOVE ZEROES TO TN-DATE
           END-IF.
           EVALUATE TRUE
               WHEN NOT TN-ADD-NOTE AND NOT TN-REMOVE-NOTE
                   MOVE 'REJECTED - BAD NOTE FUNCTION' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-SEQ NOT NUMERIC
                   MOVE 'REJECTED - INVALID NOTE SEQ' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-REMOVE-NOTE AND TN-SEQ = 0
                   MOVE 'REJECTED - NOTE SEQ MISSING' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-REMOVE-NOTE
                   CONTINUE
               WHEN TN-TYPE NOT = 'RUN NOTE'
                AND TN-TYPE NOT = 'EVIDENCE'
                AND TN-TYPE NOT = 'WAIVER'
                   MOVE 'REJECTED - INVALID NOTE TYPE' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-AUTHOR = SPACES
                   MOVE 'REJECTED - AUTHOR BLANK' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-TEXT = SPACES
                   MOVE 'REJECTED - NOTE TEXT BLANK' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-DATE NOT NUMERIC
                   MOVE 'REJECTED - INVALID NOTE DATE' TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               WHEN TN-DATE NOT = ZEROES
                   PERFORM EDIT-NOTE-DATE-RANGE-PARA
           END-EVALUATE.
           IF WS-TRAN-EDIT-OK
              AND TN-ADD-NOTE
               MOVE TN-AUTHOR TO WS-AUT-CHECK-AUTHOR
               PERFORM EDIT-TRAN-AUT-PARA
           END-IF.
       EDIT-NOTE-DATE-RANGE-PARA.
           IF TN-YEAR < 1900 OR TN-YEAR > 2099
            OR TN-MONTH < 1 OR TN-MONTH > 12
               MOVE 'REJECTED - INVALID NOTE DATE' TO WS-EDIT-REASON
               SET WS-TRAN-EDIT-FAILED TO TRUE
           ELSE
               MOVE WS-DIM (TN-MONTH) TO WS-MAX-DAY
               IF TN-MONTH = 2
                  AND FUNCTION MOD (TN-YEAR, 4) = 0
                  AND (FUNCTION MOD (TN-YEAR, 100) NOT = 0
                       OR FUNCTION MOD (TN-YEAR, 400) = 0)
                   MOVE 29 TO WS-MAX-DAY
               END-IF
               IF TN-DAY < 1 OR TN-DAY > WS-MAX-DAY
                   MOVE 'REJECTED - INVALID NOTE DATE'
                       TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               END-IF
           END-IF.
       LOAD-AUT-PARA.
           MOVE 'N' TO WS-AUT-EOF-SW.
           OPEN INPUT AUTFILE.
               END-READ
           END-PERFORM.
           CLOSE REFFILE.
      *  WS-MIN-ID/WS-MAX-ID keep their 1/999999 defaults if
      *  CTLFILE is empty, the same fallback TLOGRPT gives it.
       READ-CONTROL-PARA.
           OPEN INPUT CTLFILE.
           READ CTLFILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CTL-MIN-ID TO WS-MIN-ID
                   MOVE CTL-MAX-ID TO WS-MAX-ID
           END-READ.
           CLOSE CTLFILE.
      *  Every block is proved before anything is applied: numeric,
      *  LOW not above HIGH, inside the TLOGCTL range, its high-water
      *  mark zero or inside the block, and no two departments
      *  sharing a number. A bad block is a hard stop - handing out
      *  an id another department also owns is the very collision
      *  the blocks exist to prevent. An empty file leaves every
      *  zero-id ADD rejected NO ID BLOCK; keyed ids apply as before.
       LOAD-IDCTL-PARA.
           MOVE 'N' TO WS-IDB-EOF-SW.
           OPEN INPUT IDCTL.
           READ IDCTL
               AT END
                   SET WS-IDB-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-IDB-EOF
               MOVE IDB-DEPARTMENT TO WS-IDB-ERROR-DEPT
               IF WS-IDB-COUNT >= 50
                   MOVE 'MORE THAN 50 DEPARTMENT BLOCKS'
                       TO WS-IDB-ERROR-MSG
                   PERFORM IDCTL-ABEND-PARA
               END-IF
               IF IDB-LOW-ID NOT NUMERIC
                OR IDB-HIGH-ID NOT NUMERIC
                OR IDB-LAST-ID NOT NUMERIC
                OR IDB-ALERT-LEFT NOT NUMERIC
                   MOVE 'BLOCK FIELDS NOT NUMERIC'
                       TO WS-IDB-ERROR-MSG
                   PERFORM IDCTL-ABEND-PARA
               END-IF
               IF IDB-LOW-ID > IDB-HIGH-ID
                OR IDB-LOW-ID < WS-MIN-ID
                OR IDB-HIGH-ID > WS-MAX-ID
                   MOVE 'BLOCK OUTSIDE THE TLOGCTL RANGE'
                       TO WS-IDB-ERROR-MSG
                   PERFORM IDCTL-ABEND-PARA
               END-IF
               IF IDB-LAST-ID NOT = 0
                  AND (IDB-LAST-ID < IDB-LOW-ID
                       OR IDB-LAST-ID > IDB-HIGH-ID)
                   MOVE 'HIGH-WATER MARK OUTSIDE ITS BLOCK'
                       TO WS-IDB-ERROR-MSG
                   PERFORM IDCTL-ABEND-PARA
               END-IF
               ADD 1 TO WS-IDB-COUNT
               SET WS-IDB-IDX TO WS-IDB-COUNT
               MOVE IDB-DEPARTMENT TO WS-IDB-DEPT (WS-IDB-IDX)
               MOVE IDB-LOW-ID TO WS-IDB-LOW (WS-IDB-IDX)
               MOVE IDB-HIGH-ID TO WS-IDB-HIGH (WS-IDB-IDX)
               MOVE IDB-LAST-ID TO WS-IDB-LAST (WS-IDB-IDX)
               MOVE IDB-ALERT-LEFT TO WS-IDB-ALERT-LEFT (WS-IDB-IDX)
               READ IDCTL
                   AT END
                       SET WS-IDB-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE IDCTL.
           PERFORM VARYING WS-IDB-IDX FROM 1 BY 1
                   UNTIL WS-IDB-IDX > WS-IDB-COUNT
               PERFORM VARYING WS-IDB-IDX2 FROM 1 BY 1
                       UNTIL WS-IDB-IDX2 > WS-IDB-COUNT
                   IF WS-IDB-IDX2 NOT = WS-IDB-IDX
                      AND WS-IDB-LOW (WS-IDB-IDX2)
                          <= WS-IDB-HIGH (WS-IDB-IDX)
                      AND WS-IDB-HIGH (WS-IDB-IDX2)
                          >= WS-IDB-LOW (WS-IDB-IDX)
                       MOVE WS-IDB-DEPT (WS-IDB-IDX)
                           TO WS-IDB-ERROR-DEPT
                       MOVE 'BLOCKS OF TWO DEPARTMENTS OVERLAP'
                           TO WS-IDB-ERROR-MSG
                       PERFORM IDCTL-ABEND-PARA
                   END-IF
               END-PERFORM
           END-PERFORM.
       IDCTL-ABEND-PARA.
           DISPLAY 'TLOGMAINT: ID BLOCK CONTROL FILE ERROR - '
                   WS-IDB-ERROR-MSG.
           DISPLAY 'TLOGMAINT: DEPARTMENT ' WS-IDB-ERROR-DEPT.
           DISPLAY 'TLOGMAINT: NO TRANSACTIONS WERE APPLIED'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *  Next free id in the batch department's block: one above the
      *  high-water mark (the block's LOW when nothing has been handed
      *  out yet), stepping over any id already on the master - a
      *  department that keyed its own number inside the block before
      *  the blocks existed must not be handed DUPLICATE ID. On a
      *  restart the id the failed run handed this transaction comes
      *  back from the checkpoint instead.
       ASSIGN-ID-PARA.
           MOVE 'N' TO WS-IDB-FOUND-SW.
           PERFORM VARYING WS-IDB-IDX FROM 1 BY 1
                   UNTIL WS-IDB-IDX > WS-IDB-COUNT
               IF WS-IDB-DEPT (WS-IDB-IDX) = WS-BATCH-DEPT
                   SET WS-IDB-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NOT WS-IDB-FOUND
               MOVE 'REJECTED - NO ID BLOCK' TO WS-EDIT-REASON
               SET WS-TRAN-EDIT-FAILED TO TRUE
           ELSE
               IF WS-CHK-PENDING-ID > 0
                   MOVE WS-CHK-PENDING-ID TO WS-NEXT-ID
                   SET WS-PENDING-REUSED TO TRUE
               ELSE
                   PERFORM FIND-NEXT-ID-PARA
               END-IF
               IF WS-NEXT-ID > WS-IDB-HIGH (WS-IDB-IDX)
                   MOVE 'REJECTED - ID BLOCK EXHAUSTED'
                       TO WS-EDIT-REASON
                   SET WS-TRAN-EDIT-FAILED TO TRUE
               ELSE
                   MOVE WS-NEXT-ID TO TRAN-RECORD-ID
                   SET WS-ID-ASSIGNED TO TRUE
                   IF WS-NEXT-ID > WS-IDB-LAST (WS-IDB-IDX)
                       MOVE WS-NEXT-ID TO WS-IDB-LAST (WS-IDB-IDX)
                   END-IF
                   IF WS-APPLY-RUN
                       PERFORM RESERVE-ID-PARA
                   END-IF
               END-IF
           END-IF.
       FIND-NEXT-ID-PARA.
           IF WS-IDB-LAST (WS-IDB-IDX) < WS-IDB-LOW (WS-IDB-IDX)
               MOVE WS-IDB-LOW (WS-IDB-IDX) TO WS-NEXT-ID
           ELSE
               COMPUTE WS-NEXT-ID = WS-IDB-LAST (WS-IDB-IDX) + 1
           END-IF.
           SET WS-ID-TAKEN TO TRUE.
           PERFORM PROBE-NEXT-ID-PARA
               UNTIL NOT WS-ID-TAKEN
                  OR WS-NEXT-ID > WS-IDB-HIGH (WS-IDB-IDX).
      *  A trial run also steps over ids it would already have handed
      *  out or added earlier in the file.
       PROBE-NEXT-ID-PARA.
           MOVE 'N' TO WS-ID-TAKEN-SW.
           MOVE WS-NEXT-ID TO TEST-RECORD-ID.
           READ TLOGMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ID-TAKEN TO TRUE
           END-READ.
           IF WS-EDIT-ONLY-RUN
              AND WS-TRIAL-FLAG (WS-NEXT-ID) = 'A'
               SET WS-ID-TAKEN TO TRUE
           END-IF.
           IF WS-ID-TAKEN
               ADD 1 TO WS-NEXT-ID
           END-IF.
      *  The new high-water mark goes to IDCTL, and the id to the
      *  checkpoint as pending, BEFORE the master is touched. The
      *  checkpoint still carries the counts from before this
      *  transaction, so a restart re-applies it with the same id.
       RESERVE-ID-PARA.
           PERFORM WRITE-IDCTL-PARA.
           MOVE WS-NEXT-ID TO WS-PENDING-ID.
           SUBTRACT 1 FROM WS-TRANS-DONE.
           PERFORM WRITE-CHKPT-PARA.
           ADD 1 TO WS-TRANS-DONE.
           MOVE 0 TO WS-PENDING-ID.
      *  The whole table, rewritten in place (OPEN OUTPUT truncates),
      *  same pattern as WRITE-CHKPT-PARA.
       WRITE-IDCTL-PARA.
           OPEN OUTPUT IDCTL.
           PERFORM VARYING WS-IDB-IDX2 FROM 1 BY 1
                   UNTIL WS-IDB-IDX2 > WS-IDB-COUNT
               MOVE SPACES TO IDB-RECORD
               MOVE WS-IDB-DEPT (WS-IDB-IDX2) TO IDB-DEPARTMENT
               MOVE WS-IDB-LOW (WS-IDB-IDX2) TO IDB-LOW-ID
               MOVE WS-IDB-HIGH (WS-IDB-IDX2) TO IDB-HIGH-ID
               MOVE WS-IDB-LAST (WS-IDB-IDX2) TO IDB-LAST-ID
               MOVE WS-IDB-ALERT-LEFT (WS-IDB-IDX2)
                   TO IDB-ALERT-LEFT
               WRITE IDB-RECORD
           END-PERFORM.
           CLOSE IDCTL.
      *  End-of-run block status, one line per department block, after
      *  the receipt register. A block at or below its alert level
      *  (a tenth of the block when IDB-ALERT-LEFT is zero) is flagged
      *  on the listing and on SYSOUT, and an apply run ends RC=4 so
      *  MISSCK sends before the department runs dry.
       PRINT-IDBLOCK-PARA.
           IF WS-IDB-COUNT = 0
               CONTINUE
           ELSE
               MOVE SPACES TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
               MOVE LIST-IDBLOCK-HEADER TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
               PERFORM VARYING WS-IDB-IDX FROM 1 BY 1
                       UNTIL WS-IDB-IDX > WS-IDB-COUNT
                   PERFORM PRINT-IDBLOCK-LINE-PARA
               END-PERFORM
           END-IF.
       PRINT-IDBLOCK-LINE-PARA.
           IF WS-IDB-LAST (WS-IDB-IDX) < WS-IDB-LOW (WS-IDB-IDX)
               COMPUTE WS-IDB-LEFT = WS-IDB-HIGH (WS-IDB-IDX)
                   - WS-IDB-LOW (WS-IDB-IDX) + 1
           ELSE
               COMPUTE WS-IDB-LEFT = WS-IDB-HIGH (WS-IDB-IDX)
                   - WS-IDB-LAST (WS-IDB-IDX)
           END-IF.
           MOVE WS-IDB-DEPT (WS-IDB-IDX) TO LI-DEPARTMENT.
           MOVE WS-IDB-LOW (WS-IDB-IDX) TO LI-LOW.
           MOVE WS-IDB-HIGH (WS-IDB-IDX) TO LI-HIGH.
           MOVE WS-IDB-LAST (WS-IDB-IDX) TO LI-LAST.
           MOVE WS-IDB-LEFT TO LI-LEFT.
           MOVE SPACES TO LI-FLAG.
           IF (WS-IDB-ALERT-LEFT (WS-IDB-IDX) > 0
               AND WS-IDB-LEFT <= WS-IDB-ALERT-LEFT (WS-IDB-IDX))
            OR (WS-IDB-ALERT-LEFT (WS-IDB-IDX) = 0
               AND WS-IDB-LEFT * 10 <= WS-IDB-HIGH (WS-IDB-IDX)
                   - WS-IDB-LOW (WS-IDB-IDX) + 1)
               MOVE 'NEARLY EXHAUSTED' TO LI-FLAG
               ADD 1 TO WS-IDB-LOW-COUNT
               DISPLAY 'TLOGMAINT: ID BLOCK FOR DEPARTMENT '
                       WS-IDB-DEPT (WS-IDB-IDX) ' NEARLY EXHAUSTED - '
                       WS-IDB-LEFT ' IDS LEFT'
           END-IF.
           MOVE LIST-IDBLOCK-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
       ADD-MASTER-PARA.
           MOVE TRAN-RECORD-ID TO TEST-RECORD-ID.
           MOVE TRAN-CATEGORY TO TEST-CATEGORY.
           MOVE TRAN-RESULT-DATE TO TEST-RESULT-DATE.
           WRITE TEST-RECORD
               INVALID KEY
                   IF WS-PENDING-REUSED
                       PERFORM RECOVER-PENDING-ADD-PARA
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                       ADD 1 TO WS-BA-REJECT-COUNT
                       MOVE 'REJECTED - DUPLICATE ID'
                           TO WS-LIST-STATUS
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-BA-ADD-COUNT
                   IF WS-ID-ASSIGNED
                       MOVE 'ADDED - ID ASSIGNED' TO WS-LIST-STATUS
                   ELSE
                       MOVE 'ADDED' TO WS-LIST-STATUS
                   END-IF
                   MOVE LOW-VALUES TO WS-BEFORE-IMAGE
                   MOVE TEST-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-JRNL-PARA
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - ID NOT FOUND' TO WS-LIST-STATUS
               NOT INVALID KEY
                   MOVE TEST-CATEGORY TO WS-OWN-CHECK-CATEGORY
                   PERFORM CHECK-OWNER-PARA
                   IF WS-OWNER-OK
                       PERFORM CHANGE-APPLY-PARA
                   ELSE
                       PERFORM OWNER-REJECT-PARA
                   END-IF
           END-READ.
       CHANGE-APPLY-PARA.
           MOVE TEST-RECORD TO WS-BEFORE-IMAGE.
           MOVE TRAN-CATEGORY TO TEST-CATEGORY.
           MOVE TRAN-GROUP TO TEST-GROUP.
           MOVE TRAN-AUTHOR TO TEST-AUTHOR.
           MOVE TRAN-YEAR TO TEST-YEAR.
           MOVE TRAN-MONTH TO TEST-MONTH.
           MOVE TRAN-DAY TO TEST-DAY.
           MOVE TRAN-SUBJECT TO TEST-SUBJECT.
           IF TRAN-STATUS NOT = SPACES
               MOVE TRAN-STATUS TO TEST-STATUS
               MOVE TRAN-RESULT-DATE TO TEST-RESULT-DATE
           END-IF.
           REWRITE TEST-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           ADD 1 TO WS-BA-CHANGE-COUNT.
           MOVE 'CHANGED' TO WS-LIST-STATUS.
           MOVE TEST-RECORD TO WS-AFTER-IMAGE.
           PERFORM WRITE-JRNL-PARA.
      *  Restart only: the id came back from the checkpoint as the one
      *  handed to this very transaction by the failed run, and the
      *  master already holds it, so the failed run got as far as the
      *  WRITE. The add is counted (the checkpoint was taken before
      *  it) and journaled from the record as it stands; should the
      *  failed run have journaled it too, the second ADD image is
      *  the same record and TLOGRCVR treats the pair as one.
       RECOVER-PENDING-ADD-PARA.
           READ TLOGMSTR
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD 1 TO WS-ADD-COUNT.
           ADD 1 TO WS-BA-ADD-COUNT.
           MOVE 'ADDED BY FAILED RUN' TO WS-LIST-STATUS.
           MOVE LOW-VALUES TO WS-BEFORE-IMAGE.
           MOVE TEST-RECORD TO WS-AFTER-IMAGE.
           PERFORM WRITE-JRNL-PARA.
      *  The record is read before it is deleted so the journal holds
      *  the full before-image a wrong delete can be restored from.
       DELETE-MASTER-PARA.
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - ID NOT FOUND' TO WS-LIST-STATUS
               NOT INVALID KEY
                   MOVE TEST-CATEGORY TO WS-OWN-CHECK-CATEGORY
                   PERFORM CHECK-OWNER-PARA
                   IF WS-OWNER-OK
                       PERFORM DELETE-APPLY-PARA
                   ELSE
                       PERFORM OWNER-REJECT-PARA
                   END-IF
           END-READ.
       DELETE-APPLY-PARA.
           MOVE TEST-RECORD TO WS-BEFORE-IMAGE.
           DELETE TLOGMSTR RECORD.
           ADD 1 TO WS-DELETE-COUNT.
           ADD 1 TO WS-BA-DELETE-COUNT.
           MOVE 'DELETED' TO WS-LIST-STATUS.
           MOVE LOW-VALUES TO WS-AFTER-IMAGE.
           PERFORM WRITE-JRNL-PARA.
      *  A note goes only under a record that is on the master, and
      *  only from a department that could change that record. Added
      *  and removed notes are counted with the CHANGEs - a note
      *  changes what the record carries - so each batch still
      *  balances ADDED + CHANGED + DELETED + REJECTED to its trailer
      *  on the listing and the receipt register.
       NOTE-MASTER-PARA.
           MOVE TRAN-RECORD-ID TO TEST-RECORD-ID.
           READ TLOGMSTR
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - ID NOT FOUND' TO WS-LIST-STATUS
               NOT INVALID KEY
                   MOVE TEST-CATEGORY TO WS-OWN-CHECK-CATEGORY
                   PERFORM CHECK-OWNER-PARA
                   IF NOT WS-OWNER-OK
                       PERFORM OWNER-REJECT-PARA
                   ELSE
                       IF TN-ADD-NOTE
                           PERFORM NOTE-ADD-PARA
                       ELSE
                           PERFORM NOTE-REMOVE-PARA
                       END-IF
                   END-IF
           END-READ.
       NOTE-ADD-PARA.
           IF TN-SEQ = 0
               PERFORM FIND-NEXT-NOTE-SEQ-PARA
           ELSE
               MOVE TN-SEQ TO WS-NOTE-SEQ
           END-IF.
           IF WS-NOTE-SEQ > 9999
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-BA-REJECT-COUNT
               MOVE 'REJECTED - NOTE SEQ EXHAUSTED' TO WS-LIST-STATUS
           ELSE
               MOVE SPACES TO NOTE-RECORD
               MOVE TN-RECORD-ID TO NOTE-RECORD-ID
               MOVE WS-NOTE-SEQ TO NOTE-SEQ
               IF TN-DATE = ZEROES
                   STRING WS-RUN-DATE (1:4) DELIMITED BY SIZE
                          WS-RUN-DATE (6:2) DELIMITED BY SIZE
                          WS-RUN-DATE (9:2) DELIMITED BY SIZE
                     INTO NOTE-DATE
                   END-STRING
               ELSE
                   MOVE TN-DATE TO NOTE-DATE
               END-IF
               MOVE TN-AUTHOR TO NOTE-AUTHOR
               MOVE TN-TYPE TO NOTE-TYPE
               MOVE TN-TEXT TO NOTE-TEXT
               PERFORM NOTE-WRITE-PARA
           END-IF.
       NOTE-WRITE-PARA.
           WRITE NOTE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - DUPLICATE NOTE SEQ'
                       TO WS-LIST-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-BA-CHANGE-COUNT
                   MOVE SPACES TO WS-LIST-STATUS
                   STRING 'NOTE ADDED - SEQ ' DELIMITED BY SIZE
                          NOTE-SEQ DELIMITED BY SIZE
                     INTO WS-LIST-STATUS
                   END-STRING
                   MOVE LOW-VALUES TO WS-BEFORE-IMAGE
                   MOVE NOTE-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-JRNL-PARA
           END-WRITE.
      *  Notes come back in key order, so the last one read under the
      *  id carries the highest sequence in use.
       FIND-NEXT-NOTE-SEQ-PARA.
           MOVE 1 TO WS-NOTE-SEQ.
           MOVE 'N' TO WS-NOTE-EOF-SW.
           MOVE TN-RECORD-ID TO NOTE-RECORD-ID.
           MOVE 0 TO NOTE-SEQ.
           START NOTEFILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   SET WS-NOTE-EOF TO TRUE
           END-START.
           PERFORM SCAN-NOTE-SEQ-PARA
               UNTIL WS-NOTE-EOF.
       SCAN-NOTE-SEQ-PARA.
           READ NOTEFILE NEXT RECORD
               AT END
                   SET WS-NOTE-EOF TO TRUE
               NOT AT END
                   IF NOTE-RECORD-ID NOT = TN-RECORD-ID
                       SET WS-NOTE-EOF TO TRUE
                   ELSE
                       COMPUTE WS-NOTE-SEQ = NOTE-SEQ + 1
                   END-IF
           END-READ.
      *  The note is read before it is deleted so the journal holds
      *  what was removed.
       NOTE-REMOVE-PARA.
           MOVE TN-RECORD-ID TO NOTE-RECORD-ID.
           MOVE TN-SEQ TO NOTE-SEQ.
           READ NOTEFILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - NOTE NOT FOUND' TO WS-LIST-STATUS
               NOT INVALID KEY
                   MOVE NOTE-RECORD TO WS-BEFORE-IMAGE
                   DELETE NOTEFILE RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-BA-CHANGE-COUNT
                   MOVE SPACES TO WS-LIST-STATUS
                   STRING 'NOTE REMOVED - SEQ ' DELIMITED BY SIZE
                          NOTE-SEQ DELIMITED BY SIZE
                     INTO WS-LIST-STATUS
                   END-STRING
                   MOVE LOW-VALUES TO WS-AFTER-IMAGE
                   PERFORM WRITE-JRNL-PARA
           END-READ.
      *  The master record sits in a category the batch's department
      *  does not own: nothing is changed or deleted, and the reject
      *  is counted apart on the receipt register.
       OWNER-REJECT-PARA.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-BA-REJECT-COUNT.
           ADD 1 TO WS-BA-OWNER-COUNT.
           MOVE 'REJECTED - NOT CATEGORY OWNER' TO WS-LIST-STATUS.
      *  WS-OWNER-OK for WS-OWN-CHECK-CATEGORY against the batch's
      *  department. A supervisor department, or an empty ownership
      *  file, passes everything; a category on no entry is owned by
      *  nobody, so only a supervisor may touch it.
       CHECK-OWNER-PARA.
           SET WS-OWNER-OK TO TRUE.
           IF WS-OWN-COUNT = 0 OR WS-BATCH-SUPERVISOR
               CONTINUE
           ELSE
               MOVE SPACES TO WS-OWN-MAP-DEPT
               PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                       UNTIL WS-OWN-IDX > WS-OWN-COUNT
                   IF WS-OWN-CATEGORY (WS-OWN-IDX)
                      = WS-OWN-CHECK-CATEGORY
                       MOVE WS-OWN-DEPT (WS-OWN-IDX)
                           TO WS-OWN-MAP-DEPT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-OWN-MAP-DEPT NOT = WS-BATCH-DEPT
                   MOVE 'N' TO WS-OWNER-OK-SW
               END-IF
           END-IF.
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
      *  A dropped entry rejects every transaction for that category
      *  as NOT CATEGORY OWNER, owner or not - same hard-stop
      *  reasoning as the reference dictionary overflow.
                   DISPLAY 'TLOGMAINT ERROR: OWNERSHIP FILE EXCEEDS '
                           'THE 100-ENTRY TABLE - VALID '
                           'TRANSACTIONS WOULD BE REJECTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ OWNFILE
                   AT END
                       SET WS-OWN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE OWNFILE.
       LOAD-SUP-PARA.
           MOVE 'N' TO WS-SUP-EOF-SW.
           OPEN INPUT SUPFILE.
           READ SUPFILE
               AT END
                   SET WS-SUP-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-SUP-EOF
               IF WS-SUP-COUNT < 20
                   ADD 1 TO WS-SUP-COUNT
                   SET WS-SUP-IDX TO WS-SUP-COUNT
                   MOVE SUP-DEPARTMENT TO WS-SUP-DEPT (WS-SUP-IDX)
               ELSE
                   DISPLAY 'TLOGMAINT ERROR: SUPERVISOR DEPARTMENT '
                           'FILE EXCEEDS THE 20-ENTRY TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ SUPFILE
                   AT END
                       SET WS-SUP-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SUPFILE.
      *  Edit-only counterpart of ADD/CHANGE/DELETE-MASTER-PARA: the
      *  same master lookup and the same reject reasons, but the
      *  master is only READ. An id this run would already have
      *  added or deleted is judged by its trial flag instead of the
      *  untouched master, the way the real run would see it.
       TRIAL-MASTER-PARA.
           MOVE 'N' TO WS-TRIAL-ON-MASTER-SW.
           MOVE TRAN-RECORD-ID TO TEST-RECORD-ID.
           READ TLOGMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TRIAL-ON-MASTER TO TRUE
           END-READ.
           SET WS-OWNER-OK TO TRUE.
           IF WS-TRIAL-ON-MASTER
               MOVE TEST-CATEGORY TO WS-OWN-CHECK-CATEGORY
               PERFORM CHECK-OWNER-PARA
           END-IF.
           IF TRAN-RECORD-ID > 0
               EVALUATE WS-TRIAL-FLAG (TRAN-RECORD-ID)
                   WHEN 'A'
                       SET WS-TRIAL-ON-MASTER TO TRUE
                   WHEN 'D'
                       MOVE 'N' TO WS-TRIAL-ON-MASTER-SW
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-ADD AND WS-TRIAL-ON-MASTER
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - DUPLICATE ID' TO WS-LIST-STATUS
               WHEN TRAN-ADD
                   ADD 1 TO WS-ADD-COUNT
                   ADD 1 TO WS-BA-ADD-COUNT
                   IF WS-ID-ASSIGNED
                       MOVE 'WOULD ADD - ID ASSIGNED'
                           TO WS-LIST-STATUS
                   ELSE
                       MOVE 'WOULD ADD' TO WS-LIST-STATUS
                   END-IF
                   IF TRAN-RECORD-ID > 0
                       MOVE 'A' TO WS-TRIAL-FLAG (TRAN-RECORD-ID)
                   END-IF
               WHEN NOT WS-TRIAL-ON-MASTER
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - ID NOT FOUND' TO WS-LIST-STATUS
               WHEN NOT WS-OWNER-OK
                   PERFORM OWNER-REJECT-PARA
               WHEN TRAN-NOTE
                   PERFORM TRIAL-NOTE-PARA
               WHEN TRAN-CHANGE
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-BA-CHANGE-COUNT
                   MOVE 'WOULD CHANGE' TO WS-LIST-STATUS
               WHEN OTHER
                   ADD 1 TO WS-DELETE-COUNT
                   ADD 1 TO WS-BA-DELETE-COUNT
                   MOVE 'WOULD DELETE' TO WS-LIST-STATUS
                   IF TRAN-RECORD-ID > 0
                       MOVE 'D' TO WS-TRIAL-FLAG (TRAN-RECORD-ID)
                   END-IF
           END-EVALUATE.
      *  A note added earlier in the same trial file is not on
      *  NOTEFILE yet, so only what is already there is judged.
       TRIAL-NOTE-PARA.
           MOVE 'N' TO WS-NOTE-FOUND-SW.
           IF TN-SEQ > 0
               MOVE TN-RECORD-ID TO NOTE-RECORD-ID
               MOVE TN-SEQ TO NOTE-SEQ
               READ NOTEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-NOTE-FOUND TO TRUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN TN-REMOVE-NOTE AND NOT WS-NOTE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - NOTE NOT FOUND' TO WS-LIST-STATUS
               WHEN TN-REMOVE-NOTE
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-BA-CHANGE-COUNT
                   MOVE 'WOULD REMOVE NOTE' TO WS-LIST-STATUS
               WHEN WS-NOTE-FOUND
                   ADD 1 TO WS-REJECT-COUNT
                   ADD 1 TO WS-BA-REJECT-COUNT
                   MOVE 'REJECTED - DUPLICATE NOTE SEQ'
                       TO WS-LIST-STATUS
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-COUNT
                   ADD 1 TO WS-BA-CHANGE-COUNT
                   MOVE 'WOULD ADD NOTE' TO WS-LIST-STATUS
           END-EVALUATE.
       WRITE-JRNL-PARA.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-CLOCK-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
           MOVE WS-RUN-DATE TO JRN-BUSINESS-DATE.
           SET JRN-SRC-BATCH TO TRUE.
           MOVE WS-BATCH-DEPT TO JRN-SOURCE-ID.
           MOVE TRAN-ACTION TO JRN-ACTION.
           MOVE TRAN-RECORD-ID TO JRN-RECORD-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE WS-EDIT-REASON TO WS-LIST-STATUS.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-BA-REJECT-COUNT.
           IF WS-OWNER-REJECT
               ADD 1 TO WS-BA-OWNER-COUNT
           END-IF.
       WRITE-LIST-LINE-PARA.
           MOVE WS-LIST-ACTION TO LD-ACTION.
           MOVE TRAN-RECORD-ID TO LD-ID.
           MOVE WS-LIST-STATUS TO LD-STATUS.
           IF TRAN-NOTE
               MOVE TN-TEXT TO LD-SUBJECT
           ELSE
               MOVE TRAN-SUBJECT TO LD-SUBJECT
           END-IF.
           MOVE LIST-DETAIL-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
       PRINT-SUMMARY-PARA.
