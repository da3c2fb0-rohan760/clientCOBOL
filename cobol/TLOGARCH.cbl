      *          so a failure mid-run can at worst duplicate a record
      *          in the archive, never lose one. Counts archived/
      *          retained/in-error are displayed for the run log.
      *          An archived record's test notes go with it: each of
      *          its notes on NOTEFILE (TLOGNOTE) is appended to the
      *          cumulative notes archive and deleted from NOTEFILE,
      *          notes first and then the master record, so a record
      *          never leaves the master with its notes behind.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHFILE ASSIGN TO ARCHFILE.
           SELECT ARCCTL ASSIGN TO ARCCTL.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT OPTIONAL NOTEFILE ASSIGN TO NOTEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY.
           SELECT NOTEARCH ASSIGN TO NOTEARCH.
       DATA DIVISION.
       FILE SECTION.
       FD TLOGMSTR.
           05  RUN-STAMP-DATE          PIC X(10).
           05  RUN-STAMP-TIME          PIC X(8).
           05  FILLER                  PIC X(53).
       FD NOTEFILE.
       COPY TLOGNOTE.
      *  Cumulative notes archive, TLOGNOTE layout, appended like
      *  ARCHFILE.
       FD NOTEARCH
           RECORDING MODE F.
       01  NOTEARCH-RECORD             PIC X(140).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MSTR-EOF-SWITCH         PIC X(1) VALUE 'N'.
           05  NOTE-EOF-SWITCH         PIC X(1).
       01  WS-CURRENT-DATE.
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-ARCHIVED-COUNT       PIC 9(7) VALUE 0.
           05  WS-RETAINED-COUNT       PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT          PIC 9(7) VALUE 0.
           05  WS-NOTES-ARCHIVED-COUNT PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM CHECK-RUNCTL-PARA.
           PERFORM READ-CUTOFF-PARA.
           OPEN I-O TLOGMSTR
                I-O NOTEFILE
                EXTEND ARCHFILE
                EXTEND NOTEARCH.
           READ TLOGMSTR
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           PERFORM ARCHIVE-PARA
               UNTIL MSTR-EOF-SWITCH = 'Y'
           CLOSE TLOGMSTR
                 NOTEFILE
                 ARCHFILE
                 NOTEARCH.
           DISPLAY 'TLOGARCH: RETENTION CUTOFF ' WS-CUTOFF-DATE.
           DISPLAY 'TLOGARCH: ' WS-ARCHIVED-COUNT
                   ' RECORDS ARCHIVED'.
           DISPLAY 'TLOGARCH: ' WS-NOTES-ARCHIVED-COUNT
                   ' TEST NOTES ARCHIVED WITH THEM'.
           DISPLAY 'TLOGARCH: ' WS-RETAINED-COUNT
                   ' RECORDS RETAINED'.
           DISPLAY 'TLOGARCH: ' WS-ERROR-COUNT
               IF WS-TEST-YYYYMMDD < WS-CUTOFF-DATE
                   MOVE TEST-RECORD TO ARCHFILE-RECORD
                   WRITE ARCHFILE-RECORD
                   PERFORM ARCHIVE-NOTES-PARA
                   DELETE TLOGMSTR RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
               ELSE
               AT END
                   MOVE 'Y' TO MSTR-EOF-SWITCH
           END-READ.
      *  Every note under the record, in sequence order; each is
      *  written to the notes archive before it is deleted, the same
      *  rule the master record follows.
       ARCHIVE-NOTES-PARA.
           MOVE 'N' TO NOTE-EOF-SWITCH.
           MOVE TEST-RECORD-ID TO NOTE-RECORD-ID.
           MOVE 0 TO NOTE-SEQ.
           START NOTEFILE KEY IS NOT LESS THAN NOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO NOTE-EOF-SWITCH
           END-START.
           PERFORM ARCHIVE-NOTE-PARA
               UNTIL NOTE-EOF-SWITCH = 'Y'.
       ARCHIVE-NOTE-PARA.
           READ NOTEFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NOTE-EOF-SWITCH
               NOT AT END
                   IF NOTE-RECORD-ID NOT = TEST-RECORD-ID
                       MOVE 'Y' TO NOTE-EOF-SWITCH
                   ELSE
                       MOVE NOTE-RECORD TO NOTEARCH-RECORD
                       WRITE NOTEARCH-RECORD
                       DELETE NOTEFILE RECORD
                       ADD 1 TO WS-NOTES-ARCHIVED-COUNT
                   END-IF
           END-READ.
