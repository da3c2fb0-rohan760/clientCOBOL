      *          the full journal untouched. An unusable cut record
      *          is a hard stop - trimming against a guessed cut
      *          point is how journal entries get lost.
      *          The entries trimmed off go to JRNLOLD, which HPMSBK01
      *          appends to the journal history (TLOGJHST) once the
      *          copy-back has replaced the live journal, so the
      *          status history TLOGJANL analyses is never lost to a
      *          trim.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUTFILE ASSIGN TO CUTFILE.
           SELECT JRNLFILE ASSIGN TO JRNLFILE.
           SELECT JRNLNEW ASSIGN TO JRNLNEW.
           SELECT JRNLOLD ASSIGN TO JRNLOLD.
       DATA DIVISION.
       FILE SECTION.
       FD CUTFILE
       COPY TLOGJRNL.
       FD JRNLNEW
           RECORDING MODE F.
       01  JRNLNEW-RECORD              PIC X(340).
       FD JRNLOLD
           RECORDING MODE F.
       01  JRNLOLD-RECORD              PIC X(340).
       WORKING-STORAGE SECTION.
       01  SWITCHES.
           05  JRNL-EOF-SWITCH         PIC X(1) VALUE 'N'.
       MAIN-PROGRAM.
           PERFORM READ-CUT-PARA.
           OPEN INPUT JRNLFILE
                OUTPUT JRNLNEW
                       JRNLOLD.
           READ JRNLFILE
               AT END
                   MOVE 'Y' TO JRNL-EOF-SWITCH
           PERFORM TRIM-ENTRY-PARA
               UNTIL JRNL-EOF-SWITCH = 'Y'
           CLOSE JRNLFILE
                 JRNLNEW
                 JRNLOLD.
           DISPLAY 'TLOGJTRM: CUT POINT ' WS-CUT-DATE ' '
                   WS-CUT-TIME.
           DISPLAY 'TLOGJTRM: ' WS-KEPT-COUNT ' ENTRIES KEPT, '
               WRITE JRNLNEW-RECORD
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               MOVE JRNL-RECORD TO JRNLOLD-RECORD
               WRITE JRNLOLD-RECORD
               ADD 1 TO WS-DROPPED-COUNT
           END-IF.
           READ JRNLFILE
