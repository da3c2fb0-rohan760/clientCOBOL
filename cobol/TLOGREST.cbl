      *              7-14 and TO yyyymmdd in 16-23, selecting by
      *              TEST-DATE; or
      *            - '*' in column 1 for a comment card
      *          Each requested id is read by key from the indexed
      *          archive (HRD.HPMS.DATA.TLOGARCX, shared TLOG layout,
      *          rebuilt from the flat archive by TLOGAREO); a RANGE
      *          card adds one pass through the indexed archive in
      *          key order for the dates. Every record found is
      *          written back to TLOGMSTR exactly like a maintenance
      *          ADD - same JRNLFILE before/after images (LOW-VALUES
      *          before), so TLOGRCVR can back a restore out like any
      *          other action.
      *          The listing reports each requested id as RESTORED,
      *          ALREADY ON MASTER or NOT FOUND ON ARCHIVE, and the
      *          three counts are displayed for the run log. The
      *          archive is never updated - the restored record stays
      *          on it, so a record archived again later is simply
      *          the latest copy of its id at the next TLOGAREO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTCARDS ASSIGN TO RESTCARDS.
           SELECT ARCHFILE ASSIGN TO ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-RECORD-ID.
           SELECT TLOGMSTR ASSIGN TO TLOGMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *  Shared TLOG layout, spelled out so the archive record's own
      *  id and date are addressable while TEST-RECORD holds the
      *  master side - same split TLOGRECN uses for its extract.
       FD ARCHFILE.
       01  ARCH-RECORD.
           05  ARCH-CATEGORY           PIC X(25).
           05  ARCH-GROUP              PIC X(25).
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
       01  WS-BEFORE-IMAGE             PIC X(140).
       01  WS-AFTER-IMAGE              PIC X(140).
      *  Requested ids, each carrying its final disposition; an id
      *  its own card has already settled is passed over by the
      *  RANGE pass instead of being miscounted ALREADY ON MASTER.
       01  WS-REQ-COUNT                PIC 9(4) VALUE 0.
       01  WS-REQ-TABLE.
           05  WS-REQ-ENTRY OCCURS 1000 TIMES
                   88  WS-REQ-PENDING      VALUE 'P'.
                   88  WS-REQ-RESTORED     VALUE 'R'.
                   88  WS-REQ-ON-MASTER    VALUE 'M'.
       01  WS-REQ-SUB                  PIC 9(4).
       01  WS-REQ-MATCH-SW             PIC X(1) VALUE 'N'.
           88  WS-REQ-MATCHED              VALUE 'Y'.
       01  WS-REQ-KNOWN-SW             PIC X(1) VALUE 'N'.
           88  WS-REQ-KNOWN                VALUE 'Y'.
       01  WS-DUP-CARD-SW              PIC X(1) VALUE 'N'.
       01  WS-RANGE-CONTROL.
           05  WS-RANGE-ACTIVE-SW      PIC X(1) VALUE 'N'.
                  WS-SECONDS DELIMITED BY SIZE
             INTO WS-RUN-TIME
           END-STRING.
           PERFORM GET-PROCESS-DATE-PARA.
           PERFORM LOAD-CARDS-PARA.
           IF WS-REQ-COUNT = 0 AND NOT WS-RANGE-ACTIVE
               DISPLAY 'TLOGREST: NO USABLE REQUEST CARDS - '
           END-IF.
           MOVE SPACES TO RESTRPT-RECORD.
           WRITE RESTRPT-RECORD.
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM READ-REQUEST-PARA
           END-PERFORM.
           IF WS-RANGE-ACTIVE
               PERFORM SCAN-RANGE-PARA
           END-IF.
           PERFORM REPORT-NOTFOUND-PARA.
           MOVE WS-RESTORED-COUNT TO RC-RESTORED.
           MOVE WS-NOTFOUND-COUNT TO RC-NOTFOUND.
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *  A requested id is read straight from the indexed archive by
      *  key; one the archive does not hold stays PENDING and is
      *  reported NOT FOUND ON ARCHIVE at the end. Restores write
      *  through the same journal leg a maintenance ADD uses.
       READ-REQUEST-PARA.
           MOVE WS-REQ-ID (WS-REQ-SUB) TO ARCH-RECORD-ID.
           READ ARCHFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RESTORE-RECORD-PARA
           END-READ.
      *  A date range is not a key, so a RANGE card still walks the
      *  indexed archive from its first key: a record is wanted when
      *  its TEST-DATE falls inside the range and its id is not one
      *  an id card has already settled.
       SCAN-RANGE-PARA.
           MOVE 'N' TO ARCH-EOF-SWITCH.
           MOVE 0 TO ARCH-RECORD-ID.
           START ARCHFILE KEY IS NOT LESS THAN ARCH-RECORD-ID
               INVALID KEY
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-START.
           IF ARCH-EOF-SWITCH NOT = 'Y'
               READ ARCHFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ARCH-EOF-SWITCH
               END-READ
           END-IF.
           PERFORM SCAN-ARCHIVE-PARA
               UNTIL ARCH-EOF-SWITCH = 'Y'.
       SCAN-ARCHIVE-PARA.
           IF ARCH-DATE NUMERIC
              AND ARCH-DATE >= WS-RANGE-FROM
              AND ARCH-DATE <= WS-RANGE-TO
               MOVE 'N' TO WS-REQ-MATCH-SW
               MOVE 'N' TO WS-REQ-KNOWN-SW
               PERFORM MATCH-REQUEST-PARA
               IF WS-REQ-MATCHED OR NOT WS-REQ-KNOWN
                   PERFORM RESTORE-RECORD-PARA
               END-IF
           END-IF.
           READ ARCHFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ARCH-EOF-SWITCH
           END-READ.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-ID (WS-REQ-IDX) = ARCH-RECORD-ID
                   MOVE 'Y' TO WS-REQ-KNOWN-SW
                   IF WS-REQ-PENDING (WS-REQ-IDX)
                       MOVE 'Y' TO WS-REQ-MATCH-SW
                   END-IF
                   WRITE RESTRPT-RECORD
                   PERFORM MARK-REQUEST-PARA
           END-WRITE.
      *  Settle the requesting id's disposition so the RANGE pass
      *  passes over a record its id card has already dealt with.
       MARK-REQUEST-PARA.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   WRITE RESTRPT-RECORD
               END-IF
           END-PERFORM.
       GET-PROCESS-DATE-PARA.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGREST ERROR: PROCESSING DATE OR HOLIDAY '
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
           SET JRN-SRC-RESTORE TO TRUE.
           MOVE 'TLOGREST' TO JRN-SOURCE-ID.
           MOVE 'A' TO JRN-ACTION.
           MOVE ARCH-RECORD-ID TO JRN-RECORD-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
