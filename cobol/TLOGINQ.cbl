      *          description TLOGCALLED's XREFFILE lookup attaches,
      *          or a clear NOT FOUND line. Built for the ops desk:
      *          submit with a handful of ids, answer in minutes.
      *          Under each record found go its most recent test notes
      *          from NOTEFILE (TLOGNOTE) - the last five added, newest
      *          first - with how many the record has in all.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS TEST-RECORD-ID.
           SELECT INQCARDS ASSIGN TO INQCARDS.
           SELECT INQRPT ASSIGN TO INQRPT.
           SELECT ARCHFILE ASSIGN TO ARCHFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-RECORD-ID.
           SELECT OPTIONAL NOTEFILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD TLOGMSTR.
       FD INQRPT
           RECORDING MODE V.
       01  INQRPT-RECORD               PIC X(132).
      *  Indexed year-end archive (shared TLOG layout, rebuilt from
      *  the flat archive by TLOGAREO); only the id is addressed
      *  here, to tell an ARCHIVED record from one that never
      *  existed. One keyed read per miss.
       FD ARCHFILE.
       01  ARCH-RECORD.
           05  FILLER                  PIC X(118).
           05  ARCH-RECORD-ID          PIC 9(6).
           05  FILLER                  PIC X(16).
       FD NOTEFILE.
       COPY TLOGNOTE.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  CARD-EOF-SWITCH         PIC X(1) VALUE 'N'.
       01  WS-REQUEST-ID               PIC X(6).
       01  WS-FOUND-COUNT              PIC 9(5) VALUE 0.
       01  WS-NOTFOUND-COUNT           PIC 9(5) VALUE 0.
       01  WS-PARM-IDS.
           05  WS-PARM-ID              PIC X(6) OCCURS 10 TIMES.
       01  WS-PARM-SUB                 PIC 9(2).
      *  The notes under one id come back oldest first; the last
      *  WS-NOTE-MAX read are kept, the oldest pushed off the top.
       01  WS-NOTE-EOF-SW              PIC X(1).
           88  WS-NOTE-EOF                 VALUE 'Y'.
       01  WS-NOTE-COUNT               PIC 9(5).
       01  WS-NOTE-HELD                PIC 9(2).
       01  WS-NOTE-SUB                 PIC 9(2).
       01  WS-NOTE-MAX                 PIC 9(2) VALUE 5.
       01  WS-NOTE-TABLE.
           05  WS-NOTE-ENTRY           PIC X(140) OCCURS 5 TIMES.
      *  The id range handed to TLOGCALLED is wide open: range
      *  checking is TLOGRPT's business, an inquiry answers for any
      *  id that is actually on the master. TLOGCALLED's duplicate
       01  INQ-FIELD-LINE.
           05  INQ-LABEL               PIC X(14).
           05  INQ-VALUE               PIC X(40).
       01  INQ-NOTE-COUNT-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'NOTES:'.
           05  INQNC-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(9)
               VALUE ' ON FILE'.
           05  INQNC-SHOWN             PIC X(30).
       01  INQ-NOTE-LINE.
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  INQN-SEQ                PIC X(4).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  INQN-DATE               PIC X(10).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  INQN-TYPE               PIC X(8).
           05  FILLER                  PIC X(2)
               VALUE SPACES.
           05  INQN-AUTHOR             PIC X(25).
       01  INQ-NOTE-TEXT-LINE.
           05  FILLER                  PIC X(8)
               VALUE SPACES.
           05  INQN-TEXT               PIC X(80).
       01  INQ-COUNT-LINE.
           05  FILLER                  PIC X(8)
               VALUE 'FOUND:  '.
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           OPEN INPUT TLOGMSTR
                INPUT NOTEFILE
                INPUT ARCHFILE
                OUTPUT INQRPT.
           MOVE INQ-HEADER-1 TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE INQ-COUNT-LINE TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           CLOSE TLOGMSTR
                 NOTEFILE
                 ARCHFILE
                 INQRPT.
           DISPLAY 'TLOGINQ: FOUND ' WS-FOUND-COUNT
                   ' NOT FOUND ' WS-NOTFOUND-COUNT
                       PERFORM REPORT-MISS-PARA
                   NOT INVALID KEY
                       PERFORM PRINT-RECORD-PARA
                       PERFORM PRINT-NOTES-PARA
                       ADD 1 TO WS-FOUND-COUNT
               END-READ
           END-IF.
           END-IF.
       SEARCH-ARCHIVE-PARA.
           MOVE 'N' TO WS-ARCH-FOUND-SW.
           MOVE WS-REQUEST-ID TO ARCH-RECORD-ID.
           READ ARCHFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ARCH-FOUND TO TRUE
           END-READ.
       PRINT-RECORD-PARA.
           MOVE TEST-RECORD-ID TO INQ-ID.
           MOVE INQ-ID-LINE TO INQRPT-RECORD.
       WRITE-FIELD-PARA.
           MOVE INQ-FIELD-LINE TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
      *  No notes on file prints nothing, so a record without any
      *  reads exactly as it always did.
       PRINT-NOTES-PARA.
           MOVE 0 TO WS-NOTE-COUNT.
           MOVE 0 TO WS-NOTE-HELD.
           MOVE 'N' TO WS-NOTE-EOF-SW.
           MOVE TEST-RECORD-ID TO NOTE-RECORD-ID.
           MOVE 0 TO NOTE-SEQ.
           START NOTEFILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   SET WS-NOTE-EOF TO TRUE
           END-START.
           PERFORM READ-NOTE-PARA
               UNTIL WS-NOTE-EOF.
           IF WS-NOTE-COUNT > 0
               MOVE WS-NOTE-COUNT TO INQNC-COUNT
               IF WS-NOTE-COUNT > WS-NOTE-HELD
                   MOVE ' - LATEST FIVE SHOWN' TO INQNC-SHOWN
               ELSE
                   MOVE SPACES TO INQNC-SHOWN
               END-IF
               MOVE INQ-NOTE-COUNT-LINE TO INQRPT-RECORD
               WRITE INQRPT-RECORD
               PERFORM VARYING WS-NOTE-SUB FROM WS-NOTE-HELD BY -1
                       UNTIL WS-NOTE-SUB < 1
                   PERFORM PRINT-ONE-NOTE-PARA
               END-PERFORM
           END-IF.
       READ-NOTE-PARA.
           READ NOTEFILE NEXT RECORD
               AT END
                   SET WS-NOTE-EOF TO TRUE
               NOT AT END
                   IF NOTE-RECORD-ID NOT = TEST-RECORD-ID
                       SET WS-NOTE-EOF TO TRUE
                   ELSE
                       PERFORM HOLD-NOTE-PARA
                   END-IF
           END-READ.
       HOLD-NOTE-PARA.
           ADD 1 TO WS-NOTE-COUNT.
           IF WS-NOTE-HELD < WS-NOTE-MAX
               ADD 1 TO WS-NOTE-HELD
           ELSE
               PERFORM VARYING WS-NOTE-SUB FROM 1 BY 1
                       UNTIL WS-NOTE-SUB >= WS-NOTE-MAX
                   MOVE WS-NOTE-ENTRY (WS-NOTE-SUB + 1)
                       TO WS-NOTE-ENTRY (WS-NOTE-SUB)
               END-PERFORM
           END-IF.
           MOVE NOTE-RECORD TO WS-NOTE-ENTRY (WS-NOTE-HELD).
       PRINT-ONE-NOTE-PARA.
           MOVE WS-NOTE-ENTRY (WS-NOTE-SUB) TO NOTE-RECORD.
           MOVE NOTE-SEQ TO INQN-SEQ.
           MOVE SPACES TO INQN-DATE.
           STRING NOTE-YEAR  DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  NOTE-MONTH DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  NOTE-DAY   DELIMITED BY SIZE
             INTO INQN-DATE
           END-STRING.
           MOVE NOTE-TYPE TO INQN-TYPE.
           MOVE NOTE-AUTHOR TO INQN-AUTHOR.
           MOVE INQ-NOTE-LINE TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
           MOVE NOTE-TEXT TO INQN-TEXT.
           MOVE INQ-NOTE-TEXT-LINE TO INQRPT-RECORD.
           WRITE INQRPT-RECORD.
