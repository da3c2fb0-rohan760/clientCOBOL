      *          Run the HPMSMT01 TLOGUNLD step (or wait for the next
      *          maintenance cycle) afterwards so the report extract
      *          picks the restored records up.
      *          Reads the indexed archive HPMSAR01 rebuilds from the
      *          flat one as its last step; if that rebuild failed,
      *          rerun HPMSAX01 first.
      * Tectonics: cobc
      ******************************************************************
       //HPMSRS01    JOB (HAYNIE),'TLOG ARCHIVE RESTORE',
       //TLOGREST    EXEC PGM=TLOGREST
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date stamped on each journal entry beside
       //*  its clock time (HPMSDR01's TLOGROLL rolls it).
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //*  The indexed archive, read by key for each id card and in
       //*  key order for a RANGE card. Read only - restored records
       //*  stay on it.
       //ARCHFILE    DD DSN=HRD.HPMS.DATA.TLOGARCX,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //JRNLFILE    DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=MOD
       //RESTRPT     DD SYSOUT=*
