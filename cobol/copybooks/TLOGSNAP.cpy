      ******************************************************************
      * Copybook: TLOGSNAP
      * Purpose:  Daily status snapshot record, one per CATEGORY/GROUP
      *           per maintenance cycle, appended to the cumulative
      *           HRD.HPMS.DATA.TLOGSNAP by TLOGSNAP after each
      *           unload and read back by TLOGBURN for the burn-down
      *           report. SNP-RUN-DATE is the processing date and
      *           SNP-RUN-TIME the clock time of the run, which tells
      *           two snapshots of one date apart; the last set
      *           written for a date (file order - a rerun after
      *           midnight carries an earlier time) is the one that
      *           counts. SNP-OTHER-COUNT holds records whose status
      *           is none of the five.
      ******************************************************************
       01  SNAP-RECORD.
           05  SNP-RUN-DATE            PIC X(10).
           05  SNP-RUN-TIME            PIC X(8).
           05  SNP-CATEGORY            PIC X(25).
           05  SNP-GROUP               PIC X(25).
           05  SNP-COUNTS.
               10  SNP-PLANNED-COUNT   PIC 9(7).
               10  SNP-RUN-COUNT       PIC 9(7).
               10  SNP-PASSED-COUNT    PIC 9(7).
               10  SNP-FAILED-COUNT    PIC 9(7).
               10  SNP-CLOSED-COUNT    PIC 9(7).
               10  SNP-OTHER-COUNT     PIC 9(7).
           05  FILLER                  PIC X(10).
