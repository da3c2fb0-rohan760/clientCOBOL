      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bulk reclassification of the TLOG master. Reads a
      *          control file of old-to-new mappings (RCLFILE) and
      *          applies all of them across TLOGMSTR in one
      *          sequential pass, so a retiring CATEGORY/GROUP pair
      *          can be cleared off the master (and then deleted
      *          from the dictionary by TLOGREFM, whose in-use guard
      *          would otherwise refuse it) and legacy TEST-AUTHOR
      *          spellings can be merged into the canonical name on
      *          the master itself, not just folded on the summary.
      *            'P' cards map an old CATEGORY/GROUP pair to a new
      *                pair, which must be on the reference
      *                dictionary (REFFILE);
      *            'A' cards map an old TEST-AUTHOR to a new one,
      *                which must be a canonical name on the author
      *                dictionary (AUTFILE).
      *          A mapping whose new value is another mapping's old
      *          value is rejected as CHAINED, so every record is
      *          moved at most one step per run and a rerun after an
      *          abend finds nothing left to do for the records the
      *          failed run already moved.
      *          Every record changed gets a TLOGJRNL before/after
      *          image (action 'C'), the same journal TLOGMAINT
      *          writes, so TLOGRCVR can back a reclassification out
      *          to a point in time. The RUNCTL interlock is set
      *          while the master is being rewritten, exactly as
      *          TLOGMAINT sets it.
      *          PARM='TRIAL' makes the same pass with the master
      *          open INPUT only - no rewrite, no journal, no
      *          RUNCTL update - and lists what WOULD be
      *          reclassified, so the impact can be reviewed first.
      *          The listing shows each record reclassified, then
      *          every mapping with its disposition and the number of
      *          records it moved. RC=4 if any mapping was rejected,
      *          RC=12 if another job has maintenance in flight,
      *          RC=16 for a bad PARM or a table overflow.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGRCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCLFILE ASSIGN TO RCLFILE.
           SELECT TLOGMSTR ASSIGN TO TLOGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TEST-RECORD-ID.
           SELECT REFFILE ASSIGN TO REFFILE.
           SELECT AUTFILE ASSIGN TO AUTFILE.
           SELECT JRNLFILE ASSIGN TO JRNLFILE.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT LISTFILE ASSIGN TO LISTFILE.
       DATA DIVISION.
       FILE SECTION.
      *  Reclass control cards, 120 bytes. Type in column 1 ('*' is a
      *  comment card, same convention as TLOGREFM's REFTRAN).
      *  'P': old CATEGORY 2-26, old GROUP 27-51, new CATEGORY 52-76,
      *       new GROUP 77-101.
      *  'A': old AUTHOR 2-26, new AUTHOR 27-51.
       FD RCLFILE
           RECORDING MODE F.
       01  RCL-RECORD.
           05  RCL-TYPE                PIC X(1).
               88  RCL-PAIR-MAP            VALUE 'P'.
               88  RCL-AUTHOR-MAP          VALUE 'A'.
               88  RCL-COMMENT             VALUE '*'.
           05  RCL-OLD-CATEGORY        PIC X(25).
           05  RCL-OLD-GROUP           PIC X(25).
           05  RCL-NEW-CATEGORY        PIC X(25).
           05  RCL-NEW-GROUP           PIC X(25).
           05  FILLER                  PIC X(19).
       01  RCL-AUTHOR-RECORD.
           05  FILLER                  PIC X(1).
           05  RCL-OLD-AUTHOR          PIC X(25).
           05  RCL-NEW-AUTHOR          PIC X(25).
           05  FILLER                  PIC X(69).
       FD TLOGMSTR.
       COPY TLOG.
       FD REFFILE
           RECORDING MODE F.
       01  REF-RECORD.
           05  REF-CATEGORY            PIC X(25).
           05  REF-GROUP               PIC X(25).
       FD AUTFILE
           RECORDING MODE F.
       01  AUT-RECORD.
           05  AUT-ALIAS               PIC X(25).
           05  AUT-CANONICAL           PIC X(25).
      *  Same before/after image journal TLOGMAINT appends to, so
      *  TLOGRCVR treats a reclassification like any other CHANGE.
       FD JRNLFILE
           RECORDING MODE F.
       COPY TLOGJRNL.
      *  Run-control interlock shared with TLOGMAINT, TLOGRECN,
      *  TLOGUNLD and TLOGARCH: 'Y' while a job is rewriting the
      *  master. A 'Y' left by this job's own failed run does not
      *  block the rerun - the rerun is what clears it.
       FD RUNCTL
           RECORDING MODE F.
       01  RUNC-RECORD.
           05  RUN-INFLIGHT-SW         PIC X(1).
           05  RUN-JOB-NAME            PIC X(8).
           05  RUN-STAMP-DATE          PIC X(10).
           05  RUN-STAMP-TIME          PIC X(8).
           05  FILLER                  PIC X(53).
       FD LISTFILE
           RECORDING MODE V.
       01  LISTFILE-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  RCL-EOF-SWITCH          PIC X(1) VALUE 'N'.
           05  MSTR-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-RUN-MODE                 PIC X(8) VALUE SPACES.
           88  WS-APPLY-RUN                VALUE SPACES.
           88  WS-TRIAL-RUN                VALUE 'TRIAL'.
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
      *  TLOGBDAY parameters; WS-BUSINESS-DATE is the shop processing
      *  date carried on each journal entry beside its clock stamp.
       01  WS-BUSINESS-DATE            PIC X(10).
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-RUNC-FLAG                PIC X(1) VALUE 'N'.
       01  WS-REF-EOF-SW               PIC X(1).
           88  WS-REF-EOF                  VALUE 'Y'.
       01  WS-REF-COUNT                PIC 9(3) VALUE 0.
       01  WS-REF-TABLE.
           05  WS-REF-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-REF-IDX.
               10  WS-REF-CATEGORY     PIC X(25).
               10  WS-REF-GROUP        PIC X(25).
       01  WS-AUT-EOF-SW               PIC X(1).
           88  WS-AUT-EOF                  VALUE 'Y'.
       01  WS-AUT-COUNT                PIC 9(3) VALUE 0.
       01  WS-AUT-TABLE.
           05  WS-AUT-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-AUT-IDX.
               10  WS-AUT-ALIAS        PIC X(25).
               10  WS-AUT-CANONICAL    PIC X(25).
       01  WS-FOUND-SW                 PIC X(1).
           88  WS-FOUND                    VALUE 'Y'.
      *  Every mapping card, accepted or not, so the closing summary
      *  lists each one with its disposition. Only ACCEPTED entries
      *  are applied; WS-MAP-HITS counts the records each one moved.
      *  WS-MAP-OLD-2/WS-MAP-NEW-2 (the GROUP) are spaces on an
      *  author mapping.
       01  WS-MAP-COUNT                PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES
                             INDEXED BY WS-MAP-IDX WS-MAP-IDX2.
               10  WS-MAP-TYPE         PIC X(1).
               10  WS-MAP-OLD-1        PIC X(25).
               10  WS-MAP-OLD-2        PIC X(25).
               10  WS-MAP-NEW-1        PIC X(25).
               10  WS-MAP-NEW-2        PIC X(25).
               10  WS-MAP-STATUS       PIC X(30).
               10  WS-MAP-HITS         PIC 9(7).
       01  WS-BEFORE-IMAGE             PIC X(140).
       01  WS-CHANGED-SW               PIC X(1).
           88  WS-RECORD-CHANGED           VALUE 'Y'.
       01  WS-COUNTS.
           05  WS-READ-COUNT           PIC 9(7) VALUE 0.
           05  WS-CHANGED-COUNT        PIC 9(7) VALUE 0.
           05  WS-ACCEPT-COUNT         PIC 9(3) VALUE 0.
           05  WS-REJECT-COUNT         PIC 9(3) VALUE 0.
       01  LIST-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
       01  LIST-HEADER-2.
           05  FILLER                  PIC X(60)
               VALUE 'TLOG MASTER BULK RECLASSIFICATION LISTING'.
       01  LIST-TRIAL-LINE.
           05  FILLER                  PIC X(60)
               VALUE '*** TRIAL RUN - THE MASTER WAS NOT UPDATED ***'.
       01  LIST-HEADER-3.
           05  FILLER                  PIC X(8)
               VALUE 'ID'.
           05  FILLER                  PIC X(26)
               VALUE 'CATEGORY (NEW)'.
           05  FILLER                  PIC X(26)
               VALUE 'GROUP (NEW)'.
           05  FILLER                  PIC X(27)
               VALUE 'AUTHOR (NEW)'.
           05  FILLER                  PIC X(20)
               VALUE 'RESULT'.
       01  LIST-DETAIL-LINE.
           05  LD-RECORD-ID            PIC 9(6).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LD-CATEGORY             PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  LD-GROUP                PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  LD-AUTHOR               PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LD-STATUS               PIC X(20).
       01  LIST-MAP-HEADER.
           05  FILLER                  PIC X(60)
               VALUE 'MAPPING SUMMARY'.
       01  LIST-MAP-FROM-LINE.
           05  LM-TYPE                 PIC X(8).
           05  FILLER                  PIC X(6)
               VALUE 'FROM: '.
           05  LM-FROM-1               PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  LM-FROM-2               PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LM-STATUS               PIC X(30).
       01  LIST-MAP-TO-LINE.
           05  FILLER                  PIC X(8)
               VALUE SPACES.
           05  FILLER                  PIC X(6)
               VALUE 'TO:   '.
           05  LM-TO-1                 PIC X(25).
           05  FILLER                  PIC X(1)
               VALUE SPACES.
           05  LM-TO-2                 PIC X(25).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  LM-HITS-AREA.
               10  LM-HITS-LABEL       PIC X(9).
               10  LM-HITS             PIC Z(6)9.
       01  LIST-SUMMARY-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'RECORDS READ: '.
           05  LS-READ-COUNT           PIC Z(6)9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  LS-CHANGED-LABEL        PIC X(19).
           05  LS-CHANGED-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'MAPPINGS ACCEPTED: '.
           05  LS-ACCEPT-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
           05  FILLER                  PIC X(10)
               VALUE 'REJECTED: '.
           05  LS-REJECT-COUNT         PIC ZZ9.
       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
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
           PERFORM CHECK-RUNCTL-PARA.
           PERFORM LOAD-REF-PARA.
           PERFORM LOAD-AUT-PARA.
           PERFORM LOAD-MAP-PARA.
           PERFORM CHECK-CHAIN-PARA.
      *  A trial never opens the journal or touches RUNCTL; the
      *  master is opened INPUT so the pass can run beside anything
      *  but a live apply.
           IF WS-TRIAL-RUN
               OPEN INPUT TLOGMSTR
                    OUTPUT LISTFILE
           ELSE
               PERFORM GET-PROCESS-DATE-PARA
               MOVE 'Y' TO WS-RUNC-FLAG
               PERFORM WRITE-RUNCTL-PARA
               OPEN I-O   TLOGMSTR
                    OUTPUT LISTFILE
                    EXTEND JRNLFILE
           END-IF.
           PERFORM PRINT-LIST-TITLE-PARA.
           IF WS-ACCEPT-COUNT > 0
               READ TLOGMSTR
                   AT END
                       MOVE 'Y' TO MSTR-EOF-SWITCH
               END-READ
               PERFORM RECLASS-RECORD-PARA
                   UNTIL MSTR-EOF-SWITCH = 'Y'
           END-IF.
           PERFORM PRINT-MAP-SUMMARY-PARA.
           PERFORM PRINT-SUMMARY-PARA.
           IF WS-TRIAL-RUN
               CLOSE TLOGMSTR
                     LISTFILE
           ELSE
               CLOSE TLOGMSTR
                     LISTFILE
                     JRNLFILE
               MOVE 'N' TO WS-RUNC-FLAG
               PERFORM WRITE-RUNCTL-PARA
           END-IF.
           IF WS-TRIAL-RUN
               DISPLAY 'TLOGRCLS: TRIAL RUN - ' WS-CHANGED-COUNT
                       ' RECORDS WOULD BE RECLASSIFIED'
           ELSE
               DISPLAY 'TLOGRCLS: ' WS-CHANGED-COUNT
                       ' RECORDS RECLASSIFIED AND JOURNALED'
           END-IF.
           DISPLAY 'TLOGRCLS: MAPPINGS ACCEPTED ' WS-ACCEPT-COUNT
                   ' REJECTED ' WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > 0
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
           IF NOT WS-APPLY-RUN AND NOT WS-TRIAL-RUN
               DISPLAY 'TLOGRCLS: PARM MUST BE OMITTED (APPLY) OR '
                       '''TRIAL'' - GOT ' WS-RUN-MODE
               DISPLAY 'TLOGRCLS: NOTHING WAS RECLASSIFIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      *  An empty run-control dataset means no maintenance has ever
      *  marked it - proceed, same fallback TLOGUNLD takes. A 'Y'
      *  stamped by HPMSRL01 is this job's own failed run, which the
      *  rerun is entitled to finish.
       CHECK-RUNCTL-PARA.
           OPEN INPUT RUNCTL.
           READ RUNCTL
               AT END
                   CONTINUE
               NOT AT END
                   IF RUN-INFLIGHT-SW = 'Y'
                      AND RUN-JOB-NAME NOT = 'HPMSRL01'
                       DISPLAY 'TLOGRCLS: MAINTENANCE IN FLIGHT '
                               '(' RUN-JOB-NAME ') SINCE '
                               RUN-STAMP-DATE ' ' RUN-STAMP-TIME
                               ' - NOTHING RECLASSIFIED'
                       CLOSE RUNCTL
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUNCTL.
      *  One record, rewritten in place (OPEN OUTPUT truncates), same
      *  pattern as TLOGMAINT's WRITE-RUNCTL-PARA.
       WRITE-RUNCTL-PARA.
           OPEN OUTPUT RUNCTL.
           MOVE SPACES TO RUNC-RECORD.
           MOVE WS-RUNC-FLAG TO RUN-INFLIGHT-SW.
           MOVE 'HPMSRL01' TO RUN-JOB-NAME.
           MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
           MOVE WS-RUN-TIME TO RUN-STAMP-TIME.
           WRITE RUNC-RECORD.
           CLOSE RUNCTL.
       LOAD-REF-PARA.
           MOVE 'N' TO WS-REF-EOF-SW.
           OPEN INPUT REFFILE.
           READ REFFILE
               AT END
                   SET WS-REF-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-REF-EOF
               IF WS-REF-COUNT < 500
                   ADD 1 TO WS-REF-COUNT
                   SET WS-REF-IDX TO WS-REF-COUNT
                   MOVE REF-CATEGORY TO WS-REF-CATEGORY (WS-REF-IDX)
                   MOVE REF-GROUP TO WS-REF-GROUP (WS-REF-IDX)
               ELSE
                   DISPLAY 'TLOGRCLS ERROR: DICTIONARY EXCEEDS THE '
                           '500-PAIR TABLE SHARED WITH TLOGMAINT AND '
                           'TLOGRPT - NOTHING RECLASSIFIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ REFFILE
                   AT END
                       SET WS-REF-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE REFFILE.
       LOAD-AUT-PARA.
           MOVE 'N' TO WS-AUT-EOF-SW.
           OPEN INPUT AUTFILE.
           READ AUTFILE
               AT END
                   SET WS-AUT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL WS-AUT-EOF
               IF WS-AUT-COUNT < 500
                   ADD 1 TO WS-AUT-COUNT
                   SET WS-AUT-IDX TO WS-AUT-COUNT
                   MOVE AUT-ALIAS TO WS-AUT-ALIAS (WS-AUT-IDX)
                   MOVE AUT-CANONICAL
                       TO WS-AUT-CANONICAL (WS-AUT-IDX)
               ELSE
                   DISPLAY 'TLOGRCLS ERROR: AUTHOR DICTIONARY '
                           'EXCEEDS THE 500-ENTRY TABLE - NOTHING '
                           'RECLASSIFIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ AUTFILE
                   AT END
                       SET WS-AUT-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE AUTFILE.
       LOAD-MAP-PARA.
           OPEN INPUT RCLFILE.
           READ RCLFILE
               AT END
                   MOVE 'Y' TO RCL-EOF-SWITCH
           END-READ.
           PERFORM LOAD-MAP-RECORD-PARA
               UNTIL RCL-EOF-SWITCH = 'Y'
           CLOSE RCLFILE.
      *  Each card is edited as it is loaded. A new value has to pass
      *  the same dictionaries TLOGMAINT's gate enforces, otherwise
      *  the reclassified record could never be CHANGEd again; an
      *  empty dictionary disables its check here as it does there.
       LOAD-MAP-RECORD-PARA.
           IF RCL-COMMENT
               CONTINUE
           ELSE
               IF WS-MAP-COUNT >= 200
                   DISPLAY 'TLOGRCLS ERROR: MORE THAN 200 MAPPINGS '
                           'IN ONE RUN - NOTHING RECLASSIFIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE RCL-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
               MOVE 0 TO WS-MAP-HITS (WS-MAP-IDX)
               IF RCL-AUTHOR-MAP
                   MOVE RCL-OLD-AUTHOR TO WS-MAP-OLD-1 (WS-MAP-IDX)
                   MOVE SPACES TO WS-MAP-OLD-2 (WS-MAP-IDX)
                   MOVE RCL-NEW-AUTHOR TO WS-MAP-NEW-1 (WS-MAP-IDX)
                   MOVE SPACES TO WS-MAP-NEW-2 (WS-MAP-IDX)
               ELSE
                   MOVE RCL-OLD-CATEGORY TO WS-MAP-OLD-1 (WS-MAP-IDX)
                   MOVE RCL-OLD-GROUP TO WS-MAP-OLD-2 (WS-MAP-IDX)
                   MOVE RCL-NEW-CATEGORY TO WS-MAP-NEW-1 (WS-MAP-IDX)
                   MOVE RCL-NEW-GROUP TO WS-MAP-NEW-2 (WS-MAP-IDX)
               END-IF
               MOVE 'ACCEPTED' TO WS-MAP-STATUS (WS-MAP-IDX)
               EVALUATE TRUE
                   WHEN NOT RCL-PAIR-MAP AND NOT RCL-AUTHOR-MAP
                       MOVE 'REJECTED - INVALID MAPPING TYPE'
                           TO WS-MAP-STATUS (WS-MAP-IDX)
                   WHEN RCL-PAIR-MAP
                       PERFORM EDIT-PAIR-MAP-PARA
                   WHEN OTHER
                       PERFORM EDIT-AUTHOR-MAP-PARA
               END-EVALUATE
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                   PERFORM CHECK-DUP-MAP-PARA
               END-IF
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                   ADD 1 TO WS-ACCEPT-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.
           READ RCLFILE
               AT END
                   MOVE 'Y' TO RCL-EOF-SWITCH
           END-READ.
       EDIT-PAIR-MAP-PARA.
           EVALUATE TRUE
               WHEN RCL-OLD-CATEGORY = SPACES
                OR RCL-OLD-GROUP = SPACES
                   MOVE 'REJECTED - OLD PAIR BLANK'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN RCL-NEW-CATEGORY = SPACES
                OR RCL-NEW-GROUP = SPACES
                   MOVE 'REJECTED - NEW PAIR BLANK'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN RCL-OLD-CATEGORY = RCL-NEW-CATEGORY
                AND RCL-OLD-GROUP = RCL-NEW-GROUP
                   MOVE 'REJECTED - OLD AND NEW THE SAME'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SW
                   IF WS-REF-COUNT = 0
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
                   PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                           UNTIL WS-REF-IDX > WS-REF-COUNT
                       IF WS-REF-CATEGORY (WS-REF-IDX)
                          = RCL-NEW-CATEGORY
                          AND WS-REF-GROUP (WS-REF-IDX)
                          = RCL-NEW-GROUP
                           MOVE 'Y' TO WS-FOUND-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND
                       MOVE 'REJECTED - NEW PAIR NOT ON FILE'
                           TO WS-MAP-STATUS (WS-MAP-IDX)
                   END-IF
           END-EVALUATE.
      *  A merge target has to be a canonical name (listed on AUTFILE
      *  as its own alias): mapping onto another alias would only
      *  swap one legacy spelling for another.
       EDIT-AUTHOR-MAP-PARA.
           EVALUATE TRUE
               WHEN RCL-OLD-AUTHOR = SPACES
                   MOVE 'REJECTED - OLD AUTHOR BLANK'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN RCL-NEW-AUTHOR = SPACES
                   MOVE 'REJECTED - NEW AUTHOR BLANK'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN RCL-OLD-AUTHOR = RCL-NEW-AUTHOR
                   MOVE 'REJECTED - OLD AND NEW THE SAME'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
               WHEN OTHER
                   MOVE 'N' TO WS-FOUND-SW
                   IF WS-AUT-COUNT = 0
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
                   PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                           UNTIL WS-AUT-IDX > WS-AUT-COUNT
                       IF WS-AUT-ALIAS (WS-AUT-IDX) = RCL-NEW-AUTHOR
                          AND WS-AUT-CANONICAL (WS-AUT-IDX)
                          = RCL-NEW-AUTHOR
                           MOVE 'Y' TO WS-FOUND-SW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NOT WS-FOUND
                       MOVE 'REJECTED - NEW AUTHOR NOT CANON'
                           TO WS-MAP-STATUS (WS-MAP-IDX)
                   END-IF
           END-EVALUATE.
      *  The first accepted card for an old value wins; a second one
      *  would leave the outcome depending on card order.
       CHECK-DUP-MAP-PARA.
           PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
                   UNTIL WS-MAP-IDX2 NOT < WS-MAP-IDX
               IF WS-MAP-STATUS (WS-MAP-IDX2) = 'ACCEPTED'
                  AND WS-MAP-TYPE (WS-MAP-IDX2)
                      = WS-MAP-TYPE (WS-MAP-IDX)
                  AND WS-MAP-OLD-1 (WS-MAP-IDX2)
                      = WS-MAP-OLD-1 (WS-MAP-IDX)
                  AND WS-MAP-OLD-2 (WS-MAP-IDX2)
                      = WS-MAP-OLD-2 (WS-MAP-IDX)
                   MOVE 'REJECTED - DUPLICATE OLD VALUE'
                       TO WS-MAP-STATUS (WS-MAP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *  Once every card is in: an accepted mapping whose NEW value is
      *  another accepted mapping's OLD value is rejected. Each record
      *  is then moved at most one step, whatever order the master
      *  is read in, and a rerun cannot move a record twice.
       CHECK-CHAIN-PARA.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                   PERFORM VARYING WS-MAP-IDX2 FROM 1 BY 1
                           UNTIL WS-MAP-IDX2 > WS-MAP-COUNT
                       IF (WS-MAP-STATUS (WS-MAP-IDX2) = 'ACCEPTED'
                          OR WS-MAP-STATUS (WS-MAP-IDX2)
                             = 'REJECTED - CHAINED MAPPING')
                          AND WS-MAP-TYPE (WS-MAP-IDX2)
                              = WS-MAP-TYPE (WS-MAP-IDX)
                          AND WS-MAP-OLD-1 (WS-MAP-IDX2)
                              = WS-MAP-NEW-1 (WS-MAP-IDX)
                          AND WS-MAP-OLD-2 (WS-MAP-IDX2)
                              = WS-MAP-NEW-2 (WS-MAP-IDX)
                           MOVE 'REJECTED - CHAINED MAPPING'
                               TO WS-MAP-STATUS (WS-MAP-IDX)
                           SUBTRACT 1 FROM WS-ACCEPT-COUNT
                           ADD 1 TO WS-REJECT-COUNT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *  The pair and the author are matched on the record's values as
      *  read, so a card of each kind can both apply to one record and
      *  it is still rewritten and journaled once.
       RECLASS-RECORD-PARA.
           ADD 1 TO WS-READ-COUNT.
           MOVE TEST-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'N' TO WS-CHANGED-SW.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                  AND WS-MAP-TYPE (WS-MAP-IDX) = 'P'
                  AND WS-MAP-OLD-1 (WS-MAP-IDX) = TEST-CATEGORY
                  AND WS-MAP-OLD-2 (WS-MAP-IDX) = TEST-GROUP
                   MOVE WS-MAP-NEW-1 (WS-MAP-IDX) TO TEST-CATEGORY
                   MOVE WS-MAP-NEW-2 (WS-MAP-IDX) TO TEST-GROUP
                   ADD 1 TO WS-MAP-HITS (WS-MAP-IDX)
                   SET WS-RECORD-CHANGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                  AND WS-MAP-TYPE (WS-MAP-IDX) = 'A'
                  AND WS-MAP-OLD-1 (WS-MAP-IDX) = TEST-AUTHOR
                   MOVE WS-MAP-NEW-1 (WS-MAP-IDX) TO TEST-AUTHOR
                   ADD 1 TO WS-MAP-HITS (WS-MAP-IDX)
                   SET WS-RECORD-CHANGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RECORD-CHANGED
               ADD 1 TO WS-CHANGED-COUNT
               IF WS-TRIAL-RUN
                   MOVE 'WOULD RECLASSIFY' TO LD-STATUS
               ELSE
                   REWRITE TEST-RECORD
                   PERFORM WRITE-JRNL-PARA
                   MOVE 'RECLASSIFIED' TO LD-STATUS
               END-IF
               MOVE TEST-RECORD-ID TO LD-RECORD-ID
               MOVE TEST-CATEGORY TO LD-CATEGORY
               MOVE TEST-GROUP TO LD-GROUP
               MOVE TEST-AUTHOR TO LD-AUTHOR
               MOVE LIST-DETAIL-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
           END-IF.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
       GET-PROCESS-DATE-PARA.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGRCLS ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BDY-PROC-DATE TO WS-BUSINESS-DATE.
       WRITE-JRNL-PARA.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
           MOVE WS-BUSINESS-DATE TO JRN-BUSINESS-DATE.
           SET JRN-SRC-RECLASS TO TRUE.
           MOVE 'TLOGRCLS' TO JRN-SOURCE-ID.
           MOVE 'C' TO JRN-ACTION.
           MOVE TEST-RECORD-ID TO JRN-RECORD-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE TEST-RECORD TO JRN-AFTER-IMAGE.
           WRITE JRNL-RECORD.
       PRINT-LIST-TITLE-PARA.
           MOVE LIST-HEADER-1 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE LIST-HEADER-2 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           IF WS-TRIAL-RUN
               MOVE LIST-TRIAL-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
           END-IF.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE LIST-HEADER-3 TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
      *  Two lines per card: old value and disposition, then new
      *  value and the number of master records it moved.
       PRINT-MAP-SUMMARY-PARA.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE LIST-MAP-HEADER TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               EVALUATE WS-MAP-TYPE (WS-MAP-IDX)
                   WHEN 'P'
                       MOVE 'PAIR' TO LM-TYPE
                   WHEN 'A'
                       MOVE 'AUTHOR' TO LM-TYPE
                   WHEN OTHER
                       MOVE WS-MAP-TYPE (WS-MAP-IDX) TO LM-TYPE
               END-EVALUATE
               MOVE WS-MAP-OLD-1 (WS-MAP-IDX) TO LM-FROM-1
               MOVE WS-MAP-OLD-2 (WS-MAP-IDX) TO LM-FROM-2
               MOVE WS-MAP-STATUS (WS-MAP-IDX) TO LM-STATUS
               MOVE LIST-MAP-FROM-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
               MOVE WS-MAP-NEW-1 (WS-MAP-IDX) TO LM-TO-1
               MOVE WS-MAP-NEW-2 (WS-MAP-IDX) TO LM-TO-2
               IF WS-MAP-STATUS (WS-MAP-IDX) = 'ACCEPTED'
                   MOVE 'RECORDS: ' TO LM-HITS-LABEL
                   MOVE WS-MAP-HITS (WS-MAP-IDX) TO LM-HITS
               ELSE
                   MOVE SPACES TO LM-HITS-AREA
               END-IF
               MOVE LIST-MAP-TO-LINE TO LISTFILE-RECORD
               WRITE LISTFILE-RECORD
           END-PERFORM.
       PRINT-SUMMARY-PARA.
           MOVE SPACES TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
           MOVE WS-READ-COUNT TO LS-READ-COUNT.
           IF WS-TRIAL-RUN
               MOVE 'WOULD RECLASSIFY: ' TO LS-CHANGED-LABEL
           ELSE
               MOVE 'RECLASSIFIED: ' TO LS-CHANGED-LABEL
           END-IF.
           MOVE WS-CHANGED-COUNT TO LS-CHANGED-COUNT.
           MOVE WS-ACCEPT-COUNT TO LS-ACCEPT-COUNT.
           MOVE WS-REJECT-COUNT TO LS-REJECT-COUNT.
           MOVE LIST-SUMMARY-LINE TO LISTFILE-RECORD.
           WRITE LISTFILE-RECORD.
