      ******************************************************************
      * Copybook: TLOGRCNH
      * Purpose:  Reconciliation run-history record, one per TLOGRECN
      *           run (appended to HRD.HPMS.DATA.TLOGRCNH), so the
      *           outcome of the daily master/extract reconciliation
      *           outlives the job's SYSOUT: clock stamp, the three
      *           section counts, the threshold in force and the
      *           return code the step ended with (0 clean, 8 drift
      *           past the threshold, 12 maintenance in flight -
      *           nothing reconciled). Written by TLOGRECN, read by
      *           TLOGSTAT for the morning status board. The writer
      *           spaces the record before filling it so the
      *           single-byte separators are true blanks, as on
      *           TLOGAUD.
      ******************************************************************
       01  RCNH-RECORD.
           05  RCH-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(1).
           05  RCH-RUN-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  RCH-MASTER-ONLY         PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RCH-EXTRACT-ONLY        PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RCH-MISMATCHED          PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RCH-THRESHOLD           PIC 9(6).
           05  FILLER                  PIC X(1).
           05  RCH-RETURN-CODE         PIC 9(2).
           05  FILLER                  PIC X(27).
