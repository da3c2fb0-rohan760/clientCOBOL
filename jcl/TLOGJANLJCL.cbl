      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGJANL - quarterly first-pass yield, retest
      *          cycle and days-to-PASSED analysis from the maintenance
      *          journal, by CATEGORY/GROUP and by author, with the
      *          worst repeat-failure tests.
      *          PARM='YYYY-MM-DD YYYY-MM-DD' is the quarter, from and
      *          to dates inclusive - set it before submitting.
      *          The journal is read as the history HPMSBK01 keeps of
      *          everything TLOGJTRM has trimmed, then the live
      *          journal, oldest first, so a test's full status
      *          history is followed across the weekly trims.
      *          Read-only: safe to run at any time outside the
      *          HPMSBK01 trim.
      * Tectonics: cobc
      ******************************************************************
       //HPMSJA01    JOB (HAYNIE),'TLOG YIELD ANALYSIS',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGJANL    EXEC PGM=TLOGJANL,PARM='2026-01-01 2026-03-31'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  History first, then the live journal - same LRECL, read as
       //*  one file in stamp order.
       //JRNLFILE    DD DSN=HRD.HPMS.DATA.TLOGJHST,DISP=SHR
       //            DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=SHR
       //JANLRPT     DD SYSOUT=*
