      * Purpose: JCL FOR TLOGMAINT - applies add/change/delete
      *          transactions to the TLOG master ahead of the daily
      *          SORTTLOG/TLOGRPT run in TLOGJCL.
      * Receipt register conversion (one-time, when the record grew
      * from LRECL 68 to 74 to carry the category-owner reject
      * count): with maintenance stopped, copy HRD.HPMS.DATA.TLOGRCPT
      * to a new RECFM=FB LRECL=74 dataset with SORT FIELDS=COPY and
      * OUTREC FIELDS=(1,68,C' 00000'), and rename the copy over the
      * original before the next HPMSMT01 or HPMSSB01 run. Receipts
      * written before the change then read as no owner rejects.
      * Tectonics: cobc
      ******************************************************************
       //HPMSMT01    JOB (HAYNIE),'TLOG MAINTENANCE',
       //TLOGMAINT   EXEC PGM=TLOGMAINT
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Shop processing date (HPMSDR01's TLOGROLL rolls it once a
       //*  cycle) and the holiday calendar, read through TLOGBDAY:
       //*  the receipt register and journal entries carry the
       //*  processing date, so a rerun after midnight still books
       //*  to its own cycle.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //*  TLOGTRAN arrives from the departments wrapped in 'H'
       //*  batch headers (batch date, department) and 'T' trailers
       //*  (expected record count, TRAN-RECORD-ID hash total). The
       //*  lifecycle status/result date were added) - the dataset,
       //*  and every department's transmission feeding it, must be
       //*  at RECFM=FB,LRECL=141.
       //*  The harness batch HPMSHR01's TLOGHARN builds from the
       //*  automation results rides behind the departments' batches;
       //*  it is emptied by HTRNCLR below once applied.
       //TRANFILE    DD DSN=HRD.HPMS.DATA.TLOGTRAN,DISP=SHR
       //            DD DSN=HRD.HPMS.DATA.TLOGHTRN,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //LISTFILE    DD SYSOUT=*
       //*  Valid CATEGORY/GROUP pair dictionary, shared with TLOGJCL's
       //*  TLOGJCL's AUDITFILE is; read by TLOGRCVR for point-in-time
       //*  recovery of the master.
       //JRNLFILE    DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=MOD
       //*  Test notes and evidence (KSDS keyed by id and note
       //*  sequence, 140-byte TLOGNOTE layout), added and removed by
       //*  'N' transactions. One-time setup: IDCAMS DEFINE CLUSTER
       //*  with KEYS(10 0) RECORDSIZE(140 140). No priming load is
       //*  needed: TLOGMAINT, TLOGINQ and TLOGARCH declare NOTEFILE
       //*  OPTIONAL, so a cluster no note has yet been added to
       //*  opens as an empty file for the trial run and HPMSIQ01.
       //NOTEFILE    DD DSN=HRD.HPMS.DATA.TLOGNOTE,DISP=SHR
       //*  One-record progress checkpoint, DISP=OLD for exclusive
       //*  use. After an abend, simply resubmit the job: TLOGMAINT
       //*  sees the incomplete checkpoint for the same batch and
       //EXPFILE     DD DSN=HRD.HPMS.DATA.TLOGEXPD,DISP=SHR
       //*  Cumulative batch receipt register, one record per batch
       //*  balanced and applied (run stamp, batch date, department,
       //*  expected count, applied counts, category-owner rejects),
       //*  appended across runs the same way the journal is - the
       //*  audit trail of who transmitted what and when.
       //*  RECFM=FB,LRECL=74 - see the conversion note above.
       //RCPTFILE    DD DSN=HRD.HPMS.DATA.TLOGRCPT,DISP=MOD
       //*  Run-control interlock: TLOGMAINT marks itself in flight
       //*  before the first apply and complete after the last, and
       //*  master. DISP=OLD also makes any SHR reader's allocation
       //*  WAIT while this step holds the dataset.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=OLD
       //*  Category ownership (category, owning department, contact),
       //*  shared with TLOGSUSP: a batch may only add, change or
       //*  delete records in categories its BH-DEPARTMENT owns, or
       //*  move a record into one. Anything else is rejected NOT
       //*  CATEGORY OWNER and counted on the receipt register. An
       //*  empty file switches the check off.
       //OWNFILE     DD DSN=HRD.HPMS.DATA.TLOGOWN,DISP=SHR
       //*  Supervisor departments, one 8-byte department per record,
       //*  whose batches may maintain every category.
       //SUPFILE     DD DSN=HRD.HPMS.DATA.TLOGSUPV,DISP=SHR
       //*  Valid TEST-RECORD-ID range, shared with TLOGJCL's TLOGRPT
       //*  step: keyed ADD ids outside it are rejected onto the
       //*  listing, and every department id block must sit inside it.
       //CTLFILE     DD DSN=HRD.HPMS.DATA.TLOGCTL,DISP=SHR
       //*  Department TEST-RECORD-ID blocks (department, low id, high
       //*  id, high-water mark, alert level - 80-byte records),
       //*  maintained by ops beside TLOGEXPD. An ADD keyed with a zero
       //*  id is handed the next free id from its batch department's
       //*  block; the high-water mark is rewritten in place as each id
       //*  goes out, hence DISP=OLD. A block at or below its alert
       //*  level ends the step RC=4 for MISSCK below.
       //IDCTL       DD DSN=HRD.HPMS.DATA.TLOGIDBK,DISP=OLD
       //*
       //*  Empty the harness batch once TLOGMAINT has applied it, so
       //*  a day with no harness run cannot apply yesterday's results
       //*  again. Skipped when TLOGMAINT failed: the resubmitted run
       //*  must see the very same batch to restart from its
       //*  checkpoint.
       //HTRNCLR     EXEC PGM=IEBGENER,COND=(4,LT,TLOGMAINT)
       //SYSPRINT    DD SYSOUT=*
       //SYSUT1      DD DUMMY,DCB=(RECFM=FB,LRECL=141)
       //SYSUT2      DD DSN=HRD.HPMS.DATA.TLOGHTRN,DISP=OLD
       //SYSIN       DD DUMMY
       //*
       //*  TLOGMSTR is the indexed (VSAM KSDS) master maintained here.
       //*  HRD.HPMS.DATA.TLOG (read by TLOGJCL's SORTTLOG step) is the
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=140)
       //*
       //*  TLOGSNAP appends today's status mix per CATEGORY/GROUP,
       //*  counted from the unload just cut, to the cumulative
       //*  snapshot file that HPMSBD01's TLOGBURN burn-down report
       //*  reads. Only a clean unload is snapshotted. One-time
       //*  setup: allocate HRD.HPMS.DATA.TLOGSNAP empty, RECFM=FB
       //*  LRECL=120.
       //TLOGSNAP    EXEC PGM=TLOGSNAP,
       //            COND=((4,LT,TLOGMAINT),(0,NE,TLOGUNLD))
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date and holiday calendar, as above.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //EXTFILE     DD DSN=HRD.HPMS.DATA.TLOG(+1),DISP=SHR
       //SNAPFILE    DD DSN=HRD.HPMS.DATA.TLOGSNAP,DISP=MOD
       //*
       //*  TLOGMAINT RC=4 means the run itself was clean but an
       //*  expected department never transmitted - the one gap the
       //*  receipt register exists to catch on the day it happens -
       //*  or a department's id block is nearly exhausted and ops
       //*  must extend it in TLOGIDBK. The MISSING departments and the
       //*  low blocks are both named on TLOGMAINT's SYSOUT.
       //MISSCK   IF (TLOGMAINT.RC = 4) THEN
       //MISSNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSMT01 TLOG MAINTENANCE: AN EXPECTED DEPARTMENT SENT',
              'NO BATCH TODAY OR AN ID BLOCK IS NEARLY EXHAUSTED -',
              'CHECK TLOGMAINT SYSOUT' USER(&SYSUID)
       /*
       //MISSCK   ENDIF
