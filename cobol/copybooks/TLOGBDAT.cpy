      ******************************************************************
      * Copybook: TLOGBDAT
      * Purpose:  Shop processing-date control record, the one record
      *           on HRD.HPMS.DATA.TLOGBDAT. BDT-PROCESS-DATE is the
      *           business date every batch program runs as, whatever
      *           the system clock says - a rerun after midnight or a
      *           Monday catch-up of Friday's cycle still runs as
      *           Friday. Read through TLOGBDAY; rolled forward once
      *           per cycle by TLOGROLL, which also keeps the date it
      *           rolled from and when the roll was done.
      ******************************************************************
       01  BDAT-RECORD.
           05  BDT-PROCESS-DATE        PIC X(10).
           05  BDT-PRIOR-DATE          PIC X(10).
           05  BDT-ROLL-DATE           PIC X(10).
           05  BDT-ROLL-TIME           PIC X(8).
           05  FILLER                  PIC X(42).
