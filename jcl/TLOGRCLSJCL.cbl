      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGRCLS - bulk reclassification of the TLOG
      *          master from a control file of old-to-new
      *          CATEGORY/GROUP pairs and TEST-AUTHOR merges.
      *          Submitted on request by the dictionary owner, never
      *          scheduled, and never inside the HPMSMT01 window.
      *          Always submit with PARM='TRIAL' first and read the
      *          listing - every record that would move and the count
      *          per mapping - then drop the PARM for the real run.
      *          A real run journals every record it rewrites, so
      *          TLOGRCVR (HPMSRC01) can back it out to the time the
      *          run started. Once a retired pair shows RECORDS: 0 on a
      *          real run, TLOGREFM can delete it from the dictionary.
      *          RC=4: at least one mapping was rejected (see the
      *          MAPPING SUMMARY); the accepted ones were still applied.
      *          RC=12: another job has maintenance in flight - resubmit
      *          once it has finished.
      * Tectonics: cobc
      ******************************************************************
       //HPMSRL01    JOB (HAYNIE),'TLOG BULK RECLASS',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGRCLS    EXEC PGM=TLOGRCLS,PARM='TRIAL'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date stamped on each journal entry beside
       //*  its clock time (HPMSDR01's TLOGROLL rolls it).
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //*  DISP=OLD: a real run rewrites master records in place, so
       //*  nothing else may have the KSDS while it runs.
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=OLD
       //*  New pairs must be on the dictionary, new authors must be
       //*  canonical names on the author dictionary - the same files
       //*  TLOGMAINT's gate enforces.
       //REFFILE     DD DSN=HRD.HPMS.DATA.TLOGREF,DISP=SHR
       //AUTFILE     DD DSN=HRD.HPMS.DATA.TLOGAUT,DISP=SHR
       //*  The before/after image journal TLOGMAINT appends to.
       //JRNLFILE    DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=MOD
       //*  Run-control interlock: marked in flight for the length of a
       //*  real run so TLOGRECN/TLOGUNLD/TLOGARCH stay off the master.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=OLD
       //LISTFILE    DD SYSOUT=*
       //*  Mapping cards, LRECL=120. 'P' in column 1: old CATEGORY
       //*  2-26, old GROUP 27-51, new CATEGORY 52-76, new GROUP
       //*  77-101. 'A' in column 1: old AUTHOR 2-26, new AUTHOR
       //*  27-51. '*' in column 1 is a comment.
       //RCLFILE     DD DSN=HRD.HPMS.DATA.TLOGRCLS,DISP=SHR
