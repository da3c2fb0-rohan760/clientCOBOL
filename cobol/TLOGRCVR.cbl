      *          run in anger. A real run writes the identical
      *          report as its audit trail, headed EXECUTED instead
      *          of PREVIEW.
      *          Test note entries (action 'N') carry a note, not a
      *          master record, and are counted as skipped; the notes
      *          file is not part of a master recovery.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-READ.
       BACKOUT-ENTRY-PARA.
           IF JRN-STAMP NOT > WS-CUTOFF-STAMP
            OR JRN-ACTION = 'N'
            OR JRN-RECORD-ID NOT NUMERIC
            OR JRN-RECORD-ID = 0
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
       REAPPLY-ENTRY-PARA.
           IF JRN-STAMP > WS-CUTOFF-STAMP
            OR JRN-ACTION = 'N'
            OR JRN-RECORD-ID NOT NUMERIC
            OR JRN-RECORD-ID = 0
               ADD 1 TO WS-SKIPPED-COUNT
