      ******************************************************************
      * Author:
      * Date:
      * Purpose: Online browse of the TLOG master, transaction TLGB,
      *          screen TLOGM2 (mapset TLOGMS, assembled by HPMSBM01).
      *          Lists the tests under one CATEGORY (and optionally
      *          one GROUP within it), or all of one AUTHOR's tests,
      *          twelve to a page, optionally narrowed to one AUTHOR
      *          within the category and to one TEST-STATUS. Each line
      *          shows id, test date, subject, status and the linked
      *          defect status from the TLOGXREF VSAM copy of the
      *          defect extract, as TLOGCICS shows it.
      *          ENTER runs the search keyed on the screen; PF8 and
      *          PF7 page forward and back; 'S' against a line and
      *          ENTER hands that id to TLOGCICS, which shows it on
      *          the TLOGM1 inquiry/change screen. PF5 on TLOGM1 comes
      *          back here at the category/group of the record shown.
      *          The session's own transaction code (TLOG, or the
      *          supervisor's TLGC) rides through the browse in the
      *          commarea, so a selected record comes back under it -
      *          TLGB itself never grants the CHANGE action.
      *          The master is read through two alternate index
      *          paths, both ending in TEST-RECORD-ID so every key is
      *          unique and a page can be resumed from an exact key:
      *          TLOGMCG (CATEGORY, GROUP, AUTHOR, DATE, SUBJECT, ID -
      *          record bytes 1-124) when a category is keyed, and
      *          TLOGMAU (AUTHOR, DATE, SUBJECT, ID - bytes 51-124)
      *          when only an author is. CATEGORY, GROUP and AUTHOR
      *          are exact matches, as keyed on the master. A filter
      *          that matches sparsely stops after WS-READ-LIMIT
      *          records read and says so; PF8/PF7 carries on from
      *          where it stopped, so no one screen holds the region.
      * Tectonics: CICS command-level translator, then cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TLOGBRWS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DFHAID.
       COPY TLOGMAP.
      *  Master record carried in WORKING-STORAGE: under CICS the file
      *  record areas belong to file control, not to an FD.
       COPY TLOG.
      *  Browse state carried between passes. The leading 55 bytes
      *  are what TLOGCICS's START-BROWSE-PARA passes on PF5; a
      *  commarea that short is a new entry from TLOGM1.
       01  WS-COMMAREA.
           05  BR-STATE                PIC X(1).
               88  BR-STATE-FILTER         VALUE 'F'.
               88  BR-STATE-PAGE           VALUE 'P'.
           05  BR-ORIGIN-TRAN          PIC X(4).
           05  BR-CATEGORY             PIC X(25).
           05  BR-GROUP                PIC X(25).
           05  BR-AUTHOR               PIC X(25).
           05  BR-STATUS               PIC X(8).
           05  BR-PATH                 PIC X(1).
               88  BR-PATH-CATEGORY        VALUE 'C'.
               88  BR-PATH-AUTHOR          VALUE 'A'.
           05  BR-FIRST-KEY            PIC X(124).
           05  BR-LAST-KEY             PIC X(124).
           05  BR-LINE-COUNT           PIC 9(2).
           05  BR-LINE-ID              PIC X(6) OCCURS 12 TIMES.
      *  Handed to TLOGCICS on a selection - its own commarea layout:
      *  id to show, 'S' entry switch, the session's transaction code.
       01  WS-HANDOFF.
           05  HO-LAST-ID              PIC X(6).
           05  HO-ENTRY-SW             PIC X(1).
           05  HO-SESSION-TRAN         PIC X(4).
      *  Alternate key as RIDFLD. TLOGMCG's key is all 124 bytes;
      *  TLOGMAU's is the first 74, the tail staying LOW-VALUES so
      *  saved keys compare the same way on either path.
       01  WS-BROWSE-KEY               PIC X(124).
       01  WS-BROWSE-KEY-CG REDEFINES WS-BROWSE-KEY.
           05  WS-KEY-CATEGORY         PIC X(25).
           05  WS-KEY-GROUP            PIC X(25).
           05  FILLER                  PIC X(74).
       01  WS-BROWSE-KEY-AU REDEFINES WS-BROWSE-KEY.
           05  WS-KEY-AUTHOR           PIC X(25).
           05  FILLER                  PIC X(99).
       01  WS-SKIP-KEY                 PIC X(124).
       01  WS-SAVE-FIRST-KEY           PIC X(124).
       01  WS-LAST-READ-KEY            PIC X(124).
       01  WS-PATH-FILE                PIC X(8).
      *  Records read (matching or not) before one screen gives up
      *  and offers to carry on.
       01  WS-READ-LIMIT               PIC S9(4) COMP VALUE 500.
       01  WS-READ-COUNT               PIC S9(4) COMP.
       01  WS-SUB                      PIC S9(4) COMP.
       01  WS-HOLD-SUB                 PIC S9(4) COMP.
       01  WS-HOLD-COUNT               PIC S9(4) COMP.
       01  WS-SEL-LINE                 PIC S9(4) COMP.
       01  WS-END-SW                   PIC X(1).
           88  WS-END-OF-BROWSE            VALUE 'Y'.
       01  WS-LIMIT-SW                 PIC X(1).
           88  WS-LIMIT-REACHED            VALUE 'Y'.
       01  WS-PATH-SW                  PIC X(1).
           88  WS-PATH-UNAVAILABLE         VALUE 'Y'.
       01  WS-MATCH-SW                 PIC X(1).
           88  WS-RECORD-SELECTED          VALUE 'Y'.
           88  WS-RECORD-SKIPPED           VALUE 'N'.
       01  WS-EDIT-SWITCH              PIC X(1).
           88  WS-FILTER-OK                VALUE 'Y'.
           88  WS-FILTER-FAILED            VALUE 'N'.
      *  Records found paging back, filed from slot 12 down so the
      *  page still reads in key order.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 12 TIMES.
               10  WS-HOLD-KEY         PIC X(124).
               10  WS-HOLD-REC         PIC X(140).
      *  One browse line, laid out under the TLOGM2 column headings.
       01  WS-LINE-WORK.
           05  LW-ID                   PIC X(6).
           05  FILLER                  PIC X(1).
           05  LW-DATE                 PIC X(8).
           05  FILLER                  PIC X(1).
           05  LW-SUBJECT              PIC X(35).
           05  FILLER                  PIC X(1).
           05  LW-STATUS               PIC X(8).
           05  FILLER                  PIC X(1).
           05  LW-DEFECT               PIC X(10).
       01  WS-MESSAGE                  PIC X(60).
       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-END-MESSAGE              PIC X(17)
           VALUE 'TLOG BROWSE ENDED'.
      *  TLOGXREF VSAM copy of the defect extract, same 56-byte
      *  layout TLOGCICS reads.
       01  WS-XREF-RECORD.
           05  WS-XREF-ID              PIC 9(6).
           05  WS-XREF-STATUS          PIC X(10).
           05  WS-XREF-DESC            PIC X(40).
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-STATE                PIC X(1).
           05  LK-ORIGIN-TRAN          PIC X(4).
           05  LK-CATEGORY             PIC X(25).
           05  LK-GROUP                PIC X(25).
           05  FILLER                  PIC X(356).
       PROCEDURE DIVISION.
       MAIN-PARA.
           EVALUATE TRUE
               WHEN EIBCALEN = 0
                   MOVE SPACES TO WS-COMMAREA
                   MOVE 'TLOG' TO BR-ORIGIN-TRAN
                   PERFORM SEND-FILTER-MAP-PARA
               WHEN EIBCALEN < LENGTH OF WS-COMMAREA
                   MOVE SPACES TO WS-COMMAREA
                   MOVE LK-ORIGIN-TRAN TO BR-ORIGIN-TRAN
                   MOVE LK-CATEGORY TO BR-CATEGORY
                   MOVE LK-GROUP TO BR-GROUP
                   IF BR-CATEGORY = SPACES
                       PERFORM SEND-FILTER-MAP-PARA
                   ELSE
                       PERFORM NEW-SEARCH-PARA
                   END-IF
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM HANDLE-INPUT-PARA
           END-EVALUATE.
           EXEC CICS RETURN
               TRANSID ('TLGB')
               COMMAREA (WS-COMMAREA)
           END-EXEC.
       SEND-FILTER-MAP-PARA.
           SET BR-STATE-FILTER TO TRUE.
           MOVE ZERO TO BR-LINE-COUNT.
           MOVE LOW-VALUES TO TLOGM2O.
           MOVE 'KEY A CATEGORY (AND GROUP) OR AN AUTHOR, THEN ENTER'
               TO WS-MESSAGE.
           PERFORM SEND-MAP-PARA.
       HANDLE-INPUT-PARA.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   EXEC CICS SEND TEXT
                       FROM (WS-END-MESSAGE)
                       ERASE
                       FREEKB
                   END-EXEC
                   EXEC CICS RETURN END-EXEC
               WHEN EIBAID = DFHPF8
                   PERFORM PAGE-FORWARD-PARA
               WHEN EIBAID = DFHPF7
                   PERFORM PAGE-BACK-PARA
               WHEN EIBAID = DFHENTER
                   PERFORM RECEIVE-SCREEN-PARA
               WHEN OTHER
                   MOVE 'ENTER, PF7, PF8 OR PF3 ONLY' TO WS-MESSAGE
                   PERFORM SEND-MESSAGE-PARA
           END-EVALUATE.
      *  ENTER: an 'S' against a listed line is a selection, and wins
      *  over anything else keyed; otherwise the filter fields as
      *  they now stand on the screen start a new search. FRSET means
      *  an untouched field comes back with length zero - keep the
      *  value already held; a field cleared with ERASE EOF comes
      *  back flagged X'80' - clear it.
       RECEIVE-SCREEN-PARA.
           EXEC CICS RECEIVE
               MAP ('TLOGM2')
               MAPSET ('TLOGMS')
               INTO (TLOGM2I)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE LOW-VALUES TO TLOGM2I
           END-IF.
           MOVE ZERO TO WS-SEL-LINE.
           IF BR-STATE-PAGE
               PERFORM VARYING WS-SUB FROM BR-LINE-COUNT BY -1
                   UNTIL WS-SUB < 1
                   IF MB-SEL-L (WS-SUB) > 0
                      AND (MB-SEL-I (WS-SUB) = 'S'
                           OR MB-SEL-I (WS-SUB) = 's')
                       MOVE WS-SUB TO WS-SEL-LINE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEL-LINE > 0
               PERFORM SELECT-LINE-PARA
           ELSE
               PERFORM MERGE-FILTERS-PARA
               PERFORM NEW-SEARCH-PARA
           END-IF.
       MERGE-FILTERS-PARA.
           EVALUATE TRUE
               WHEN MB-CATEGORY-L > 0
                   MOVE MB-CATEGORY-I TO BR-CATEGORY
               WHEN MB-CATEGORY-F = X'80'
                   MOVE SPACES TO BR-CATEGORY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MB-GROUP-L > 0
                   MOVE MB-GROUP-I TO BR-GROUP
               WHEN MB-GROUP-F = X'80'
                   MOVE SPACES TO BR-GROUP
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MB-AUTHOR-L > 0
                   MOVE MB-AUTHOR-I TO BR-AUTHOR
               WHEN MB-AUTHOR-F = X'80'
                   MOVE SPACES TO BR-AUTHOR
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MB-STATUS-L > 0
                   MOVE MB-STATUS-I TO BR-STATUS
               WHEN MB-STATUS-F = X'80'
                   MOVE SPACES TO BR-STATUS
           END-EVALUATE.
      *  Over to TLOGCICS with the id; XCTL does not come back.
       SELECT-LINE-PARA.
           MOVE BR-LINE-ID (WS-SEL-LINE) TO HO-LAST-ID.
           MOVE 'S' TO HO-ENTRY-SW.
           MOVE BR-ORIGIN-TRAN TO HO-SESSION-TRAN.
           EXEC CICS XCTL
               PROGRAM ('TLOGCICS')
               COMMAREA (WS-HANDOFF)
               LENGTH (LENGTH OF WS-HANDOFF)
           END-EXEC.
       NEW-SEARCH-PARA.
           PERFORM EDIT-FILTER-PARA.
           IF WS-FILTER-FAILED
               SET BR-STATE-FILTER TO TRUE
               MOVE ZERO TO BR-LINE-COUNT
               MOVE LOW-VALUES TO TLOGM2O
               PERFORM SEND-MAP-PARA
           ELSE
               IF BR-CATEGORY NOT = SPACES
                   SET BR-PATH-CATEGORY TO TRUE
               ELSE
                   SET BR-PATH-AUTHOR TO TRUE
               END-IF
               PERFORM SET-START-KEY-PARA
               MOVE LOW-VALUES TO WS-SKIP-KEY
               PERFORM FORWARD-PAGE-PARA
               SET BR-STATE-PAGE TO TRUE
               PERFORM PAGE-MESSAGE-PARA
               PERFORM SEND-MAP-PARA
           END-IF.
      *  A category, or failing that an author, is what positions the
      *  browse; a group means nothing without its category.
       EDIT-FILTER-PARA.
           SET WS-FILTER-OK TO TRUE.
           MOVE BR-STATUS TO TEST-STATUS.
           EVALUATE TRUE
               WHEN BR-CATEGORY = SPACES AND BR-AUTHOR = SPACES
                   MOVE 'KEY A CATEGORY OR AN AUTHOR TO BROWSE BY'
                       TO WS-MESSAGE
                   SET WS-FILTER-FAILED TO TRUE
               WHEN BR-CATEGORY = SPACES AND BR-GROUP NOT = SPACES
                   MOVE 'GROUP NEEDS ITS CATEGORY KEYED TOO'
                       TO WS-MESSAGE
                   SET WS-FILTER-FAILED TO TRUE
               WHEN BR-STATUS NOT = SPACES
                AND NOT TEST-STATUS-VALID
                   MOVE 'STATUS: PLANNED RUN PASSED FAILED OR CLOSED'
                       TO WS-MESSAGE
                   SET WS-FILTER-FAILED TO TRUE
           END-EVALUATE.
      *  Lowest possible key for the filter: everything after the
      *  keyed part of the path key is LOW-VALUES.
       SET-START-KEY-PARA.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF BR-PATH-CATEGORY
               MOVE 'TLOGMCG' TO WS-PATH-FILE
               MOVE BR-CATEGORY TO WS-KEY-CATEGORY
               IF BR-GROUP NOT = SPACES
                   MOVE BR-GROUP TO WS-KEY-GROUP
               END-IF
           ELSE
               MOVE 'TLOGMAU' TO WS-PATH-FILE
               MOVE BR-AUTHOR TO WS-KEY-AUTHOR
           END-IF.
      *  PF8: on from the last key the previous page read. Nothing
      *  further means the end of the list - the current page is put
      *  back up rather than an empty one.
       PAGE-FORWARD-PARA.
           IF NOT BR-STATE-PAGE
               MOVE 'KEY A SEARCH AND PRESS ENTER FIRST' TO WS-MESSAGE
               PERFORM SEND-MESSAGE-PARA
           ELSE
               PERFORM SET-PATH-FILE-PARA
               MOVE BR-FIRST-KEY TO WS-SAVE-FIRST-KEY
               MOVE BR-LAST-KEY TO WS-BROWSE-KEY
               MOVE BR-LAST-KEY TO WS-SKIP-KEY
               PERFORM FORWARD-PAGE-PARA
               PERFORM PAGE-MESSAGE-PARA
               IF BR-LINE-COUNT = 0
                  AND NOT WS-LIMIT-REACHED
                  AND NOT WS-PATH-UNAVAILABLE
                   MOVE WS-SAVE-FIRST-KEY TO WS-BROWSE-KEY
                   MOVE LOW-VALUES TO WS-SKIP-KEY
                   PERFORM FORWARD-PAGE-PARA
                   PERFORM PAGE-MESSAGE-PARA
                   IF BR-LINE-COUNT > 0
                       MOVE 'END OF LIST - NO FURTHER RECORDS'
                           TO WS-MESSAGE
                   END-IF
               END-IF
               PERFORM SEND-MAP-PARA
           END-IF.
      *  PF7: back from the first key on the page. Fewer than a full
      *  page before it means the top of the list, which is shown
      *  from its start.
       PAGE-BACK-PARA.
           IF NOT BR-STATE-PAGE
               MOVE 'KEY A SEARCH AND PRESS ENTER FIRST' TO WS-MESSAGE
               PERFORM SEND-MESSAGE-PARA
           ELSE
               PERFORM SET-PATH-FILE-PARA
               PERFORM BACKWARD-READ-PARA
               EVALUATE TRUE
                   WHEN WS-PATH-UNAVAILABLE
                       PERFORM PAGE-MESSAGE-PARA
                       PERFORM SEND-MESSAGE-PARA
                   WHEN WS-LIMIT-REACHED
                       PERFORM SHOW-HELD-PARA
                       MOVE WS-LAST-READ-KEY TO BR-FIRST-KEY
                       MOVE 'SEARCH LIMIT REACHED - PF7 TO GO ON BACK'
                           TO WS-MESSAGE
                       PERFORM SEND-MAP-PARA
                   WHEN WS-HOLD-COUNT = 12
                       PERFORM SHOW-HELD-PARA
                       MOVE 'PF8=NEXT PAGE  PF7=PREVIOUS PAGE  S=SELECT'
                           TO WS-MESSAGE
                       PERFORM SEND-MAP-PARA
                   WHEN OTHER
                       PERFORM SET-START-KEY-PARA
                       MOVE LOW-VALUES TO WS-SKIP-KEY
                       PERFORM FORWARD-PAGE-PARA
                       PERFORM PAGE-MESSAGE-PARA
                       IF BR-LINE-COUNT > 0
                           MOVE 'TOP OF LIST' TO WS-MESSAGE
                       END-IF
                       PERFORM SEND-MAP-PARA
               END-EVALUATE
           END-IF.
       SET-PATH-FILE-PARA.
           IF BR-PATH-CATEGORY
               MOVE 'TLOGMCG' TO WS-PATH-FILE
           ELSE
               MOVE 'TLOGMAU' TO WS-PATH-FILE
           END-IF.
      *  Up to a page forward from WS-BROWSE-KEY, passing over the
      *  one record keyed WS-SKIP-KEY (the last line of the page
      *  before). BR-LAST-KEY ends on the last key read, matched or
      *  not, so PF8 after a search limit picks up where it stopped.
       FORWARD-PAGE-PARA.
           MOVE LOW-VALUES TO TLOGM2O.
           MOVE ZERO TO BR-LINE-COUNT.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE 'N' TO WS-END-SW.
           MOVE 'N' TO WS-LIMIT-SW.
           MOVE 'N' TO WS-PATH-SW.
           MOVE WS-BROWSE-KEY TO BR-FIRST-KEY.
           MOVE WS-BROWSE-KEY TO BR-LAST-KEY.
           EXEC CICS STARTBR
               FILE (WS-PATH-FILE)
               RIDFLD (WS-BROWSE-KEY)
               GTEQ
               RESP (WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-NEXT-PARA
                       UNTIL WS-END-OF-BROWSE
                          OR WS-LIMIT-REACHED
                          OR BR-LINE-COUNT = 12
                   EXEC CICS ENDBR
                       FILE (WS-PATH-FILE)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-END-OF-BROWSE TO TRUE
               WHEN OTHER
                   SET WS-END-OF-BROWSE TO TRUE
                   MOVE 'Y' TO WS-PATH-SW
           END-EVALUATE.
       READ-NEXT-PARA.
           EXEC CICS READNEXT
               FILE (WS-PATH-FILE)
               INTO (TEST-RECORD)
               RIDFLD (WS-BROWSE-KEY)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
           ELSE
               ADD 1 TO WS-READ-COUNT
               MOVE WS-BROWSE-KEY TO BR-LAST-KEY
               PERFORM CHECK-RECORD-PARA
               IF WS-RECORD-SELECTED
                  AND WS-BROWSE-KEY NOT = WS-SKIP-KEY
                   ADD 1 TO BR-LINE-COUNT
                   IF BR-LINE-COUNT = 1
                       MOVE WS-BROWSE-KEY TO BR-FIRST-KEY
                   END-IF
                   MOVE BR-LINE-COUNT TO WS-SUB
                   PERFORM FILL-LINE-PARA
               END-IF
               IF WS-READ-COUNT NOT < WS-READ-LIMIT
                   MOVE 'Y' TO WS-LIMIT-SW
               END-IF
           END-IF.
      *  Back from BR-FIRST-KEY: the first READPREV returns the page's
      *  own first record, which is passed over with anything keyed
      *  at or after it.
       BACKWARD-READ-PARA.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE ZERO TO WS-READ-COUNT.
           MOVE 'N' TO WS-END-SW.
           MOVE 'N' TO WS-LIMIT-SW.
           MOVE 'N' TO WS-PATH-SW.
           MOVE BR-FIRST-KEY TO WS-BROWSE-KEY.
           MOVE BR-FIRST-KEY TO WS-SKIP-KEY.
           MOVE BR-FIRST-KEY TO WS-LAST-READ-KEY.
           EXEC CICS STARTBR
               FILE (WS-PATH-FILE)
               RIDFLD (WS-BROWSE-KEY)
               GTEQ
               RESP (WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM READ-PREV-PARA
                       UNTIL WS-END-OF-BROWSE
                          OR WS-LIMIT-REACHED
                          OR WS-HOLD-COUNT = 12
                   EXEC CICS ENDBR
                       FILE (WS-PATH-FILE)
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   SET WS-END-OF-BROWSE TO TRUE
               WHEN OTHER
                   SET WS-END-OF-BROWSE TO TRUE
                   MOVE 'Y' TO WS-PATH-SW
           END-EVALUATE.
       READ-PREV-PARA.
           EXEC CICS READPREV
               FILE (WS-PATH-FILE)
               INTO (TEST-RECORD)
               RIDFLD (WS-BROWSE-KEY)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-END-OF-BROWSE TO TRUE
           ELSE
               ADD 1 TO WS-READ-COUNT
               MOVE WS-BROWSE-KEY TO WS-LAST-READ-KEY
               IF WS-BROWSE-KEY < WS-SKIP-KEY
                   PERFORM CHECK-RECORD-PARA
                   IF WS-RECORD-SELECTED
                       ADD 1 TO WS-HOLD-COUNT
                       COMPUTE WS-HOLD-SUB = 13 - WS-HOLD-COUNT
                       MOVE WS-BROWSE-KEY
                           TO WS-HOLD-KEY (WS-HOLD-SUB)
                       MOVE TEST-RECORD TO WS-HOLD-REC (WS-HOLD-SUB)
                   END-IF
               END-IF
               IF WS-READ-COUNT NOT < WS-READ-LIMIT
                   MOVE 'Y' TO WS-LIMIT-SW
               END-IF
           END-IF.
      *  The held records onto the page in key order. With nothing
      *  held (search limit before a match) the page is empty and
      *  BR-LAST-KEY sits on the last key read, which did not match.
       SHOW-HELD-PARA.
           MOVE LOW-VALUES TO TLOGM2O.
           MOVE ZERO TO BR-LINE-COUNT.
           IF WS-HOLD-COUNT > 0
               COMPUTE WS-HOLD-SUB = 13 - WS-HOLD-COUNT
               MOVE WS-HOLD-KEY (WS-HOLD-SUB) TO BR-FIRST-KEY
               MOVE WS-HOLD-KEY (12) TO BR-LAST-KEY
               PERFORM SHOW-ONE-HELD-PARA
                   VARYING WS-HOLD-SUB FROM WS-HOLD-SUB BY 1
                   UNTIL WS-HOLD-SUB > 12
           ELSE
               MOVE WS-LAST-READ-KEY TO BR-FIRST-KEY
               MOVE WS-LAST-READ-KEY TO BR-LAST-KEY
           END-IF.
       SHOW-ONE-HELD-PARA.
           MOVE WS-HOLD-REC (WS-HOLD-SUB) TO TEST-RECORD.
           ADD 1 TO BR-LINE-COUNT.
           MOVE BR-LINE-COUNT TO WS-SUB.
           PERFORM FILL-LINE-PARA.
      *  Leaving the keyed part of the path key ends the browse; the
      *  AUTHOR (within a category) and STATUS filters only pass a
      *  record over.
       CHECK-RECORD-PARA.
           SET WS-RECORD-SELECTED TO TRUE.
           IF BR-PATH-CATEGORY
               IF TEST-CATEGORY NOT = BR-CATEGORY
                  OR (BR-GROUP NOT = SPACES
                      AND TEST-GROUP NOT = BR-GROUP)
                   SET WS-END-OF-BROWSE TO TRUE
                   SET WS-RECORD-SKIPPED TO TRUE
               END-IF
               IF BR-AUTHOR NOT = SPACES
                  AND TEST-AUTHOR NOT = BR-AUTHOR
                   SET WS-RECORD-SKIPPED TO TRUE
               END-IF
           ELSE
               IF TEST-AUTHOR NOT = BR-AUTHOR
                   SET WS-END-OF-BROWSE TO TRUE
                   SET WS-RECORD-SKIPPED TO TRUE
               END-IF
           END-IF.
           IF BR-STATUS NOT = SPACES
              AND TEST-STATUS NOT = BR-STATUS
               SET WS-RECORD-SKIPPED TO TRUE
           END-IF.
      *  One line onto the page at WS-SUB, defect status attached from
      *  TLOGXREF the way TLOGCICS's FILL-SCREEN-PARA attaches it.
       FILL-LINE-PARA.
           MOVE SPACES TO WS-LINE-WORK.
           MOVE TEST-RECORD-ID TO LW-ID.
           MOVE TEST-RECORD-ID TO BR-LINE-ID (WS-SUB).
           MOVE TEST-DATE TO LW-DATE.
           MOVE TEST-SUBJECT TO LW-SUBJECT.
           MOVE TEST-STATUS TO LW-STATUS.
           MOVE TEST-RECORD-ID TO WS-XREF-ID.
           EXEC CICS READ
               FILE ('TLOGXREF')
               INTO (WS-XREF-RECORD)
               RIDFLD (WS-XREF-ID)
               RESP (WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-XREF-STATUS TO LW-DEFECT
           ELSE
               MOVE '(NONE)' TO LW-DEFECT
           END-IF.
           MOVE WS-LINE-WORK TO MB-LIN-O (WS-SUB).
       PAGE-MESSAGE-PARA.
           EVALUATE TRUE
               WHEN WS-PATH-UNAVAILABLE
                   MOVE 'BROWSE FILE NOT AVAILABLE - CALL OPERATIONS'
                       TO WS-MESSAGE
               WHEN WS-LIMIT-REACHED
                   MOVE 'SEARCH LIMIT REACHED - PF8 TO CONTINUE'
                       TO WS-MESSAGE
               WHEN BR-LINE-COUNT = 0
                   MOVE 'NO RECORDS MATCH THE SELECTION' TO WS-MESSAGE
               WHEN WS-END-OF-BROWSE
                   MOVE 'END OF LIST - PF7=PREVIOUS PAGE  S=SELECT'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'PF8=NEXT PAGE  PF7=PREVIOUS PAGE  S=SELECT'
                       TO WS-MESSAGE
           END-EVALUATE.
      *  Whole screen: the filters as held, the page as built in
      *  TLOGM2O, and the message.
       SEND-MAP-PARA.
           MOVE BR-CATEGORY TO MB-CATEGORY-O.
           MOVE BR-GROUP TO MB-GROUP-O.
           MOVE BR-AUTHOR TO MB-AUTHOR-O.
           MOVE BR-STATUS TO MB-STATUS-O.
           MOVE WS-MESSAGE TO MB-MESSAGE-O.
           EXEC CICS SEND
               MAP ('TLOGM2')
               MAPSET ('TLOGMS')
               FROM (TLOGM2O)
               ERASE
           END-EXEC.
      *  Message only: DATAONLY with every other field LOW-VALUES
      *  leaves the page on the screen as it was.
       SEND-MESSAGE-PARA.
           MOVE LOW-VALUES TO TLOGM2O.
           MOVE WS-MESSAGE TO MB-MESSAGE-O.
           EXEC CICS SEND
               MAP ('TLOGM2')
               MAPSET ('TLOGMS')
               FROM (TLOGM2O)
               DATAONLY
           END-EXEC.
