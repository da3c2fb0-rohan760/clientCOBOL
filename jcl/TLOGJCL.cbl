       //TLOGRPT     EXEC PGM=TLOGRPT,COND=(4,GT,SORTTLOG)
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Shop processing date (HPMSDR01's TLOGROLL rolls it once a
       //*  cycle) and the weekday holiday calendar TLOGBDAY ages
       //*  against - all day counts here are business days.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //TLOG        DD DSN=&&TLOGSORT,DISP=SHR
       //RPTFILE     DD DSN=HRD.HPMS.REPORTS.TLOG(+1),
       //            DISP=(NEW,CATLG,DELETE),
       //TLOGSUSP EXEC PGM=TLOGSUSP,COND=(0,NE,TLOGRPT)
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date and holiday calendar, as above.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //EXCIN       DD DSN=HRD.HPMS.REPORTS.TLOGEXC(+1),DISP=SHR
       //SUSPOLD     DD DSN=HRD.HPMS.DATA.TLOGSUSP(0),DISP=SHR
       //SUSPNEW     DD DSN=HRD.HPMS.DATA.TLOGSUSP(+1),
       //*  a half-applied batch.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=SHR
       //RECONRPT    DD SYSOUT=*
       //*  Reconciliation history, one 80-byte record (counts and
       //*  return code) appended per run for HPMSSB01's status
       //*  board. One-time setup: allocate HRD.HPMS.DATA.TLOGRCNH
       //*  empty, RECFM=FB LRECL=80.
       //RECNHIST    DD DSN=HRD.HPMS.DATA.TLOGRCNH,DISP=MOD
       //*
       //*  TLOGOVRD lists PLANNED tests past their planned limit and
       //*  RUN tests with no result past the result limit, a page per
       //*  owning department for the escalation meeting. Limits and
       //*  the notify count are one control record, columns 1-3
       //*  planned days, 4-6 result days, 7-11 notify count (empty =
       //*  030/014/00000). RC=4 past the notify count trips OVDUECK.
       //TLOGOVRD EXEC PGM=TLOGOVRD
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date and holiday calendar, as above.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //OWNFILE     DD DSN=HRD.HPMS.DATA.TLOGOWN,DISP=SHR
       //OVDCTL      DD DSN=HRD.HPMS.DATA.TLOGOVDC,DISP=SHR
       //OVDRPT      DD SYSOUT=*
       //*
       //*  Notify ops the moment either step ends abnormally instead
       //*  of leaving it to whoever notices the report never showed.
       //ABENDCK  IF (ABEND OR SORTTLOG.RC > 4 OR TLOGRPT.RC > 4
       //            OR CURRRPT.RC > 4 OR TLOGSUSP.RC > 4
       //            OR TLOGOVRD.RC > 4) THEN
       //NOTIFY      EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
              'DRIFTED PAST THRESHOLD - CHECK TLOGRECN' USER(&SYSUID)
       /*
       //DRIFTCK  ENDIF
       //*
       //*  TLOGOVRD RC=4 means more tests are overdue than the control
       //*  record's notify count - escalate to the department leads.
       //OVDUECK  IF (TLOGOVRD.RC = 4) THEN
       //OVDUENTY    EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSRP01 OVERDUE TESTS PAST NOTIFY COUNT - SEE THE',
              'TLOGOVRD ESCALATION REPORT BY DEPARTMENT' USER(&SYSUID)
       /*
       //OVDUECK  ENDIF
