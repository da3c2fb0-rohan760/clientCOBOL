      *          week the aging report looks oddly clean.
      *          PARM is 'cccccc aaa' - discrepancy count threshold
      *          (orphans + conflicting duplicates, default 0) and
      *          maximum extract age in business days (default 999
      *          = off), counted to the shop processing date.
      * Tectonics: cobc
      ******************************************************************
       //HPMSXC01    JOB (HAYNIE),'TLOG XREF CHECK',
       //TLOGXCHK    EXEC PGM=TLOGXCHK,PARM='000000 003'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date and holiday calendar (HPMSDR01's TLOGROLL
       //*  rolls the date): the extract age is in business days.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //XREFFILE    DD DSN=HRD.HPMS.DATA.TLOGXREF,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //*  One YYYYMMDD record written by the defect feed job every
