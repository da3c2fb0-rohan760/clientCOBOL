      *          before/after images, via the extrapartition TD queue
      *          TJRN that ops route onto HRD.HPMS.DATA.TLOGJRNL, so
      *          an emergency fix is backed out or reapplied by
      *          TLOGRCVR exactly like a batched one. Each entry is
      *          stamped with the signed-on user, terminal and
      *          transaction, for the supervisors' sign-off section
      *          of TLOGACTV's daily change report.
      *          "Supervised" is enforced by transaction security:
      *          this one program runs under TWO transaction codes.
      *          TLOG is inquiry-only and open to everyone; the
      *          than operator classes, so the gate is exactly the
      *          transaction access the security package already
      *          administers.
      *          PF5 goes to the TLGB browse (TLOGBRWS, map TLOGM2);
      *          a line selected there comes back here, displayed as
      *          an inquiry, and the session carries on under the
      *          transaction code it began with - TLGC stays TLGC.
      *          Under the record go its latest test notes, newest
      *          first, from TLOGNOTE (a read-only CICS file over the
      *          notes KSDS TLOGMAINT maintains), with how many the
      *          record has in all; TLOGINQ prints more of them.
      *          The author check reads TLOGAUT, a read-only KSDS
      *          copy of the valid-author dictionary keyed by alias,
      *          the same arrangement TLOGXREF uses for defect
      *  to an FD.
       COPY TLOG.
       COPY TLOGJRNL.
      *  CA-SESSION-TRAN is the transaction the session began under,
      *  so a session XCTLed in from the TLGB browse carries on as
      *  the TLOG or TLGC session it came from. CA-ENTRY-SW 'S' is
      *  set by TLOGBRWS on a selected line: show CA-LAST-ID at once.
       01  WS-COMMAREA.
           05  CA-LAST-ID              PIC X(6).
           05  CA-ENTRY-SW             PIC X(1).
               88  CA-FROM-BROWSE          VALUE 'S'.
           05  CA-SESSION-TRAN         PIC X(4).
      *  Leading part of TLOGBRWS's commarea, passed on PF5: a new
      *  browse, started at the category/group of the record on the
      *  screen.
       01  WS-BROWSE-START.
           05  BS-STATE                PIC X(1).
           05  BS-ORIGIN-TRAN          PIC X(4).
           05  BS-CATEGORY             PIC X(25).
           05  BS-GROUP                PIC X(25).
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
       01  WS-BEFORE-IMAGE             PIC X(140).
       01  WS-AFTER-IMAGE              PIC X(140).
       01  WS-RESP                     PIC S9(8) COMP.
      *  Signed-on user, stamped on the journal as the change's source.
       01  WS-USERID                   PIC X(8).
       01  WS-END-MESSAGE              PIC X(18)
           VALUE 'TLOG INQUIRY ENDED'.
      *  Same edit switch/reason pattern as TLOGMAINT so the screen
           05  WS-AUT-ALIAS            PIC X(25).
           05  WS-AUT-CANONICAL        PIC X(25).
       01  WS-AUT-KEY                  PIC X(25).
      *  TLOGNOTE, browsed forward from the record's first note: the
      *  last WS-NOTE-MAX read are held, the oldest pushed off the
      *  top, and go on the screen newest first. A file that is not
      *  defined or not open reads as no notes.
       COPY TLOGNOTE.
       01  WS-NOTE-KEY.
           05  WS-NOTE-KEY-ID          PIC 9(6).
           05  WS-NOTE-KEY-SEQ         PIC 9(4).
       01  WS-NOTE-BROWSE-SW           PIC X(1).
           88  WS-NOTE-BROWSE-DONE         VALUE 'Y'.
       01  WS-NOTE-COUNT               PIC 9(5).
       01  WS-NOTE-HELD                PIC 9(2).
       01  WS-NOTE-SUB                 PIC 9(2).
       01  WS-NOTE-LINE-SUB            PIC 9(2).
       01  WS-NOTE-MAX                 PIC 9(2) VALUE 4.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY           PIC X(140) OCCURS 4 TIMES.
       01  WS-NOTE-HEADER.
           05  WS-NH-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE ' ON FILE'.
           05  WS-NH-SHOWN             PIC X(26).
       01  WS-NOTE-LINE.
           05  WS-NL-SEQ               PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-NL-DATE              PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-NL-TYPE              PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-NL-TEXT              PIC X(52).
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-LAST-ID              PIC X(6).
           05  LK-ENTRY-SW             PIC X(1).
           05  LK-SESSION-TRAN         PIC X(4).
       PROCEDURE DIVISION.
       MAIN-PARA.
           IF EIBCALEN < LENGTH OF WS-COMMAREA
               MOVE EIBTRNID TO CA-SESSION-TRAN
               PERFORM SEND-FRESH-MAP-PARA
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               IF CA-FROM-BROWSE
                   MOVE SPACE TO CA-ENTRY-SW
                   PERFORM SHOW-SELECTED-PARA
               ELSE
                   PERFORM HANDLE-INPUT-PARA
               END-IF
           END-IF.
      *  Re-invoke under the transaction code the session began
      *  under, so a supervisor's TLGC session stays TLGC and an
      *  inquiry TLOG session stays TLOG - even on the pass XCTLed
      *  in from TLGB.
           EXEC CICS RETURN
               TRANSID (CA-SESSION-TRAN)
               COMMAREA (WS-COMMAREA)
           END-EXEC.
       SEND-FRESH-MAP-PARA.
           MOVE LOW-VALUES TO TLOGM1O.
           MOVE 'ENTER ID AND ACTION (I=INQUIRE C=CHANGE), PF5=BROWSE'
               TO MP-MESSAGE-O.
           EXEC CICS SEND
               MAP ('TLOGM1')
               ERASE
           END-EXEC.
           MOVE SPACES TO CA-LAST-ID.
           MOVE SPACE TO CA-ENTRY-SW.
       HANDLE-INPUT-PARA.
           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
               EXEC CICS SEND TEXT
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF EIBAID = DFHPF5
               PERFORM START-BROWSE-PARA
           END-IF.
           EXEC CICS RECEIVE
               MAP ('TLOGM1')
               MAPSET ('TLOGMS')
                   PERFORM SEND-MAP-PARA
               END-IF
           END-IF.
      *  A line selected on the TLGB browse: the same display an
      *  inquiry of that id gives.
       SHOW-SELECTED-PARA.
           MOVE CA-LAST-ID TO WS-KEY-ID.
           EXEC CICS READ
               FILE ('TLOGMSTR')
               INTO (TEST-RECORD)
               RIDFLD (WS-KEY-ID)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM FILL-SCREEN-PARA
               MOVE 'SELECTED FROM BROWSE - PF5 TO BROWSE AGAIN'
                   TO MP-MESSAGE-O
           ELSE
               MOVE LOW-VALUES TO TLOGM1O
               MOVE WS-KEY-ID TO MP-ID-O
               MOVE 'RECORD NOT FOUND ON MASTER' TO MP-MESSAGE-O
           END-IF.
           PERFORM SEND-MAP-PARA.
      *  PF5: over to the browse, carrying this session's transaction
      *  code and starting at the category/group of the record last
      *  displayed. XCTL does not come back.
       START-BROWSE-PARA.
           MOVE 'N' TO BS-STATE.
           MOVE CA-SESSION-TRAN TO BS-ORIGIN-TRAN.
           MOVE SPACES TO BS-CATEGORY.
           MOVE SPACES TO BS-GROUP.
           IF CA-LAST-ID IS NUMERIC
               MOVE CA-LAST-ID TO WS-KEY-ID
               EXEC CICS READ
                   FILE ('TLOGMSTR')
                   INTO (TEST-RECORD)
                   RIDFLD (WS-KEY-ID)
                   RESP (WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE TEST-CATEGORY TO BS-CATEGORY
                   MOVE TEST-GROUP TO BS-GROUP
               END-IF
           END-IF.
           EXEC CICS XCTL
               PROGRAM ('TLOGBRWS')
               COMMAREA (WS-BROWSE-START)
               LENGTH (LENGTH OF WS-BROWSE-START)
           END-EXEC.
      *  The change path: the supervisor transaction code first,
      *  then the batch-gate edits against the keyed fields, then
      *  READ UPDATE and REWRITE, journaling only inside the
                  WS-SECONDS DELIMITED BY SIZE
             INTO WS-RUN-TIME
           END-STRING.
           MOVE SPACES TO JRNL-RECORD.
           MOVE WS-RUN-DATE TO JRN-RUN-DATE.
           MOVE WS-RUN-TIME TO JRN-RUN-TIME.
      *  The region has no processing-date control; the calendar
      *  date stands as the business date of an online change.
           MOVE WS-RUN-DATE TO JRN-BUSINESS-DATE.
           EXEC CICS ASSIGN
               USERID (WS-USERID)
           END-EXEC.
           SET JRN-SRC-ONLINE TO TRUE.
           MOVE WS-USERID TO JRN-SOURCE-ID.
           MOVE EIBTRMID TO JRN-SOURCE-TERM.
           MOVE EIBTRNID TO JRN-SOURCE-TRAN.
           MOVE 'C' TO JRN-ACTION.
           MOVE WS-KEY-ID TO JRN-RECORD-ID.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
               MOVE '(NONE)' TO MP-DEFECT-STA-O
               MOVE SPACES TO MP-DEFECT-DSC-O
           END-IF.
           PERFORM FILL-NOTES-PARA.
       FILL-NOTES-PARA.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 0 TO WS-NOTE-HELD.
           MOVE 'N' TO WS-NOTE-BROWSE-SW.
           MOVE TEST-RECORD-ID TO WS-NOTE-KEY-ID.
           MOVE 0 TO WS-NOTE-KEY-SEQ.
           EXEC CICS STARTBR
               FILE ('TLOGNOTE')
               RIDFLD (WS-NOTE-KEY)
               GTEQ
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM READ-NOTE-PARA
                   UNTIL WS-NOTE-BROWSE-DONE
               EXEC CICS ENDBR
                   FILE ('TLOGNOTE')
               END-EXEC
           END-IF.
           IF WS-NOTE-COUNT = 0
               MOVE '(NONE)' TO MP-NOTE-HDR-O
           ELSE
               MOVE WS-NOTE-COUNT TO WS-NH-COUNT
               IF WS-NOTE-COUNT > WS-NOTE-HELD
                   MOVE ' - LATEST FOUR SHOWN' TO WS-NH-SHOWN
               ELSE
                   MOVE SPACES TO WS-NH-SHOWN
               END-IF
               MOVE WS-NOTE-HEADER TO MP-NOTE-HDR-O
               MOVE 0 TO WS-NOTE-LINE-SUB
               PERFORM VARYING WS-NOTE-SUB FROM WS-NOTE-HELD BY -1
                       UNTIL WS-NOTE-SUB < 1
                   ADD 1 TO WS-NOTE-LINE-SUB
                   PERFORM FILL-NOTE-LINE-PARA
               END-PERFORM
           END-IF.
       READ-NOTE-PARA.
           EXEC CICS READNEXT
               FILE ('TLOGNOTE')
               INTO (NOTE-RECORD)
               RIDFLD (WS-NOTE-KEY)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
            OR NOTE-RECORD-ID NOT = TEST-RECORD-ID
               SET WS-NOTE-BROWSE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-NOTE-COUNT
               IF WS-NOTE-HELD < WS-NOTE-MAX
                   ADD 1 TO WS-NOTE-HELD
               ELSE
                   PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                           UNTIL WS-NOTE-SUB >= WS-NOTE-MAX
                       MOVE WS-NOTE-ENTRY (WS-NOTE-SUB + 1)
                           TO WS-NOTE-ENTRY (WS-NOTE-SUB)
                   END-PERFORM
               END-IF
               MOVE NOTE-RECORD TO WS-NOTE-ENTRY (WS-NOTE-HELD)
           END-IF.
       FILL-NOTE-LINE-PARA.
           MOVE WS-NOTE-ENTRY (WS-NOTE-SUB) TO NOTE-RECORD.
           MOVE NOTE-SEQ TO WS-NL-SEQ.
           MOVE SPACES TO WS-NL-DATE.
           STRING NOTE-YEAR  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  NOTE-MONTH DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  NOTE-DAY   DELIMITED BY SIZE
             INTO WS-NL-DATE
           END-STRING.
           MOVE NOTE-TYPE TO WS-NL-TYPE.
           MOVE NOTE-TEXT TO WS-NL-TEXT.
           MOVE WS-NOTE-LINE TO MP-NOTE-O (WS-NOTE-LINE-SUB).
       SEND-MAP-PARA.
           EXEC CICS SEND
               MAP ('TLOGM1')
