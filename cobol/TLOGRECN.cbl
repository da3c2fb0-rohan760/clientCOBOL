      *          EXTFILE must be the raw unload in ascending
      *          TEST-RECORD-ID order, not the SORTTLOG output
      *          (which is in category/group/descending-id order).
      *          Every run, including one stopped by in-flight
      *          maintenance, appends its counts and return code to
      *          the reconciliation history (RECNHIST, TLOGRCNH
      *          layout) for TLOGSTAT's morning status board.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTFILE ASSIGN TO EXTFILE.
           SELECT RECONRPT ASSIGN TO RECONRPT.
           SELECT RUNCTL ASSIGN TO RUNCTL.
           SELECT RECNHIST ASSIGN TO RECNHIST.
       DATA DIVISION.
       FILE SECTION.
       FD TLOGMSTR.
           05  RUN-STAMP-DATE          PIC X(10).
           05  RUN-STAMP-TIME          PIC X(8).
           05  FILLER                  PIC X(53).
       FD RECNHIST
           RECORDING MODE F.
       COPY TLOGRCNH.
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  MSTR-EOF-SWITCH         PIC X(1).
           05  WS-YEAR                 PIC 9(4).
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  WS-HOURS                PIC 9(2).
           05  WS-MINUTES              PIC 9(2).
           05  WS-SECONDS              PIC 9(2).
           05  FILLER                  PIC X(7).
       01  WS-HIST-RC                  PIC 9(2) VALUE 0.
       01  RCN-HEADER-1.
           05  FILLER                  PIC X(60)
               VALUE 'HAYNIE RESEARCH & DEVELOPMENT'.
           05  LS-PARM-TEXT            PIC X(6).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM CHECK-RUNCTL-PARA.
           IF LS-PARM-LEN > 6
               MOVE 6 TO LS-PARM-LEN
              AND LS-PARM-TEXT (1:LS-PARM-LEN) NUMERIC
               MOVE LS-PARM-TEXT (1:LS-PARM-LEN) TO WS-THRESHOLD
           END-IF.
           MOVE WS-YEAR TO RCN-DT-YEAR.
           MOVE WS-MONTH TO RCN-DT-MONTH.
           MOVE WS-DAY TO RCN-DT-DAY.
           IF WS-DRIFT-TOTAL > WS-THRESHOLD
               DISPLAY 'TLOGRECN: DRIFT EXCEEDS THRESHOLD OF '
                       WS-THRESHOLD
               MOVE 8 TO WS-HIST-RC
           END-IF.
           PERFORM WRITE-HISTORY-PARA.
           MOVE WS-HIST-RC TO RETURN-CODE.
           STOP RUN.
      *  An empty run-control dataset means no maintenance has ever
      *  marked it - proceed, same fallback the control files get.
                               RUN-STAMP-TIME
                               ' - NOTHING RECONCILED'
                       CLOSE RUNCTL
                       MOVE 12 TO WS-HIST-RC
                       PERFORM WRITE-HISTORY-PARA
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.
           CLOSE RUNCTL.
      *  One history record per run, stopped or not, so the status
      *  board can tell "ran and found nothing" from "never ran".
       WRITE-HISTORY-PARA.
           OPEN EXTEND RECNHIST.
           MOVE SPACES TO RCNH-RECORD.
           STRING WS-YEAR    DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-MONTH   DELIMITED BY SIZE
                  '-'        DELIMITED BY SIZE
                  WS-DAY     DELIMITED BY SIZE
             INTO RCH-RUN-DATE
           END-STRING.
           STRING WS-HOURS   DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-MINUTES DELIMITED BY SIZE
                  ':'        DELIMITED BY SIZE
                  WS-SECONDS DELIMITED BY SIZE
             INTO RCH-RUN-TIME
           END-STRING.
           MOVE WS-SECT1-COUNT TO RCH-MASTER-ONLY.
           MOVE WS-SECT2-COUNT TO RCH-EXTRACT-ONLY.
           MOVE WS-SECT3-COUNT TO RCH-MISMATCHED.
           MOVE WS-THRESHOLD TO RCH-THRESHOLD.
           MOVE WS-HIST-RC TO RCH-RETURN-CODE.
           WRITE RCNH-RECORD.
           CLOSE RECNHIST.
       WRITE-COUNT-PARA.
           MOVE RCN-COUNT-LINE TO RECONRPT-RECORD.
           WRITE RECONRPT-RECORD.
