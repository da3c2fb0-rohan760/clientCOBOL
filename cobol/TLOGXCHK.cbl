      *               TLOGCALLED keeps the first occurrence by
      *               design, so a conflicting second one means the
      *               feed disagrees with itself;
      *            3. EXTRACT AGE - business days (weekends and
      *               shop holidays not counted, TLOGBDAY) from the
      *               stamp the defect feed writes beside the extract
      *               (XREFSTMP, one YYYYMMDD record) to the shop
      *               processing date; an empty stamp reports
      *               UNKNOWN and disables the age alert, the usual
      *               control-file fallback.
      *          PARM is 'cccccc aaa': a discrepancy count threshold
      *          (sections 1+2, default 0 - any discrepancy) and a
      *          maximum age in business days (default 999 - off).
      *          Past either one the step ends RC=8, so the job can
      *          page the day the defect-tracker feed breaks instead
      *          of the week the aging report looks oddly clean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  WS-MONTH                PIC 9(2).
           05  WS-DAY                  PIC 9(2).
           05  FILLER                  PIC X(13).
      *  TLOGBDAY parameters.
       01  WS-BDY-FUNCTION             PIC X(1).
       01  WS-BDY-DATE                 PIC 9(8).
       01  WS-BDY-PROC-DATE            PIC X(10).
       01  WS-BDY-DAYS                 PIC S9(7).
       01  WS-BDY-RC                   PIC X(1).
           88  WS-BDY-VALID                VALUE 'V'.
       01  WS-PARM-TOKENS.
           05  WS-TOKEN-1              PIC X(6).
           05  WS-TOKEN-2              PIC X(3).
               VALUE 'SECTION COUNT: '.
           05  XCK-COUNT               PIC ZZZZZZ9.
       01  XCK-AGE-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'EXTRACT AGE (BUSINESS DAYS): '.
           05  XCK-AGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(4)
               VALUE SPACES.
       PROCEDURE DIVISION USING LS-PARM-AREA.
       MAIN-PROGRAM.
           PERFORM PARSE-PARM-PARA.
           PERFORM GET-PROCESS-DATE-PARA.
           MOVE WS-YEAR TO XCK-DT-YEAR.
           MOVE WS-MONTH TO XCK-DT-MONTH.
           MOVE WS-DAY TO XCK-DT-DAY.
           PERFORM LOAD-XREF-PARA.
           PERFORM READ-STAMP-PARA.
           OPEN OUTPUT XCHKRPT.
           DISPLAY 'TLOGXCHK: ORPHANS ' WS-ORPHAN-COUNT
                   ' CONFLICTING DUPLICATES ' WS-DUP-COUNT.
           IF WS-AGE-KNOWN
               DISPLAY 'TLOGXCHK: EXTRACT AGE ' WS-AGE-DAYS
                       ' BUSINESS DAYS'
           ELSE
               DISPLAY 'TLOGXCHK: EXTRACT AGE UNKNOWN - NO USABLE '
                       'XSTMP RECORD'
           END-IF.
           IF WS-AGE-KNOWN AND WS-AGE-DAYS > WS-MAX-AGE
               DISPLAY 'TLOGXCHK: EXTRACT OLDER THAN ' WS-MAX-AGE
                       ' BUSINESS DAYS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.
                   MOVE WS-TOKEN-2 TO WS-MAX-AGE
               END-IF
           END-IF.
      *  The report date is the shop processing date, not the clock.
       GET-PROCESS-DATE-PARA.
           MOVE 'P' TO WS-BDY-FUNCTION.
           CALL 'TLOGBDAY' USING WS-BDY-FUNCTION WS-BDY-DATE
                                 WS-BDY-PROC-DATE WS-BDY-DAYS
                                 WS-BDY-RC.
           IF NOT WS-BDY-VALID
               DISPLAY 'TLOGXCHK ERROR: PROCESSING DATE OR HOLIDAY '
                       'CALENDAR UNUSABLE - SEE TLOGBDAY MESSAGES'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BDY-PROC-DATE (1:4) TO WS-YEAR.
           MOVE WS-BDY-PROC-DATE (6:2) TO WS-MONTH.
           MOVE WS-BDY-PROC-DATE (9:2) TO WS-DAY.
      *  A stamp TLOGBDAY cannot read as a date leaves the age
      *  unknown, the same as no stamp at all.
       READ-STAMP-PARA.
           OPEN INPUT XSTMP.
           READ XSTMP
                   CONTINUE
               NOT AT END
                   IF XST-DATE NUMERIC AND XST-DATE > 19000101
                       MOVE 'A' TO WS-BDY-FUNCTION
                       MOVE XST-DATE TO WS-BDY-DATE
                       CALL 'TLOGBDAY' USING WS-BDY-FUNCTION
                                             WS-BDY-DATE
                                             WS-BDY-PROC-DATE
                                             WS-BDY-DAYS
                                             WS-BDY-RC
                       IF WS-BDY-VALID
                           MOVE WS-BDY-DAYS TO WS-AGE-DAYS
                           IF WS-AGE-DAYS < 0
                               MOVE 0 TO WS-AGE-DAYS
                           END-IF
                           SET WS-AGE-KNOWN TO TRUE
                       END-IF
                   END-IF
           END-READ.
           CLOSE XSTMP.
