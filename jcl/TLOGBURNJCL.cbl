      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGBURN - burn-down of open test work by
      *          CATEGORY over a date range, from the daily snapshots
      *          HPMSMT01's TLOGSNAP step appends to
      *          HRD.HPMS.DATA.TLOGSNAP. Submitted by the release
      *          managers ahead of a go/no-go meeting.
      *          PARM='YYYY-MM-DD YYYY-MM-DD NN' - from and to dates
      *          (inclusive) and how many snapshots in a row a
      *          category's open count may rise before it is flagged
      *          (default 03). RC=4: at least one category is flagged -
      *          see RISING OPEN WORK at the end of BURNRPT.
      *          Read-only: safe to run at any time.
      * Tectonics: cobc
      ******************************************************************
       //HPMSBD01    JOB (HAYNIE),'TLOG BURN-DOWN',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGBURN    EXEC PGM=TLOGBURN,PARM='2026-01-01 2026-01-31 03'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //SNAPFILE    DD DSN=HRD.HPMS.DATA.TLOGSNAP,DISP=SHR
       //BURNRPT     DD SYSOUT=*
