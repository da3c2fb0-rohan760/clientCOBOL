      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGACTV - daily field-level change activity
      *          report from the maintenance journal, for the
      *          supervisors: every ADD, CHANGE and DELETE applied
      *          under the business date, grouped by where it came
      *          from (department batch, reclassification, restore),
      *          with the emergency online TLGC changes in their own
      *          section, each with a sign-off line.
      *          Scheduled daily after HPMSMT01 and before HPMSDR01
      *          rolls the processing date, so with no PARM it
      *          reports the cycle just finished. For an earlier day
      *          submit with PARM='YYYY-MM-DD'; for a day older than
      *          the last HPMSBK01 trim, add HRD.HPMS.DATA.TLOGJHST
      *          ahead of the journal in SORTIN.
      *          RC=4: online changes await sign-off - the notify
      *          below goes out. RC=16: bad PARM or processing date.
      *          Read-only: safe to run at any time outside the
      *          HPMSBK01 trim.
      * Tectonics: cobc
      ******************************************************************
       //HPMSCA01    JOB (HAYNIE),'TLOG CHANGE ACTIVITY',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //SORTJRNL    EXEC PGM=SORT
       //SYSOUT      DD SYSOUT=*
       //SYSPRINT    DD SYSOUT=*
       //SORTIN      DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=SHR
       //SORTOUT     DD DSN=&&JRNLSRT,DISP=(NEW,PASS),
       //            SPACE=(CYL,(5,5)),
       //            DCB=(RECFM=FB,LRECL=340)
       //*  By JRN-SOURCE type and id (columns 316-324) so TLOGACTV
       //*  breaks once per department or user, then by the clock
       //*  stamp; EQUALS keeps entries stamped in the same second in
       //*  journal order.
       //SYSIN       DD *
         OPTION EQUALS
         SORT FIELDS=(316,9,CH,A,1,18,CH,A)
       /*
       //TLOGACTV    EXEC PGM=TLOGACTV,COND=(4,LT,SORTJRNL)
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date (HPMSDR01's TLOGROLL rolls it) and the
       //*  holiday calendar, read through TLOGBDAY when no PARM is
       //*  given.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //JRNLFILE    DD DSN=&&JRNLSRT,DISP=(OLD,DELETE)
       //ACTVRPT     DD SYSOUT=*
       //*
       //ACTVCK   IF (TLOGACTV.RC = 4) THEN
       //ACTVNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSCA01 TLOG CHANGE ACTIVITY: EMERGENCY ONLINE CHANGES',
              'AWAIT SUPERVISOR SIGN-OFF - SEE ACTVRPT' USER(&SYSUID)
       /*
       //ACTVCK   ENDIF
       //*
       //FAILCK   IF (ABEND OR SORTJRNL.RC > 4 OR TLOGACTV.RC > 4) THEN
       //FAILNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSCA01 TLOG CHANGE ACTIVITY JOB FAILED - CHECK',
              'SORTJRNL AND TLOGACTV' USER(&SYSUID)
       /*
       //FAILCK   ENDIF
