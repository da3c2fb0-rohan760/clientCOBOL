      * pointing HPMSRP01's SORTTLOG SORTIN DD at
      * HRD.HPMS.DATA.TLOGARCH instead of the daily unload generation
      * and letting the normal sort/report chain run.
      * An archived record's test notes leave HRD.HPMS.DATA.TLOGNOTE
      * with it and are appended to HRD.HPMS.DATA.TLOGNARC (TLOGNOTE
      * layout, RECFM=FB,LRECL=140). HPMSRS01 restores the record
      * only; its notes stay in TLOGNARC for reference.
      * TLOGINQ (HPMSIQ01) and TLOGREST (HPMSRS01) read the archive by
      * key from the indexed archive HRD.HPMS.DATA.TLOGARCX, which the
      * SORTARCH/TLOGAREO steps below rebuild from this flat one as
      * soon as the purge is done - the same two steps as HPMSAX01,
      * which is kept for a standalone rebuild (initial load, or a
      * rerun after a failed reorg here). A record a rerun of this
      * job appends twice is dropped there (latest copy kept) and
      * listed on AREORPT.
      ******************************************************************
       //HPMSAR01    JOB (HAYNIE),'TLOG YEAR-END ARCHIVE',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //*  the same way the maintenance journal is - never a new
       //*  generation, never scratched.
       //ARCHFILE    DD DSN=HRD.HPMS.DATA.TLOGARCH,DISP=MOD
       //*  Notes are deleted as their records are archived, so the
       //*  notes KSDS is held exclusively too; the notes archive is
       //*  cumulative, appended like ARCHFILE.
       //NOTEFILE    DD DSN=HRD.HPMS.DATA.TLOGNOTE,DISP=OLD
       //NOTEARCH    DD DSN=HRD.HPMS.DATA.TLOGNARC,DISP=MOD
       //*  Retention cutoff (one 8-byte YYYYMMDD record), maintained
       //*  by ops beside TLOGCTL; records dated before it are
       //*  archived. TLOGARCH stops with RC=16, archiving nothing,
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=140)
       //*
       //*  Rebuild the indexed archive from the flat one just
       //*  appended to, as HPMSAX01 does, so HPMSIQ01 and HPMSRS01
       //*  see this year's archived records without a separate
       //*  submission. Skipped if the archive step failed. By
       //*  TEST-RECORD-ID (columns 119-124); EQUALS keeps the copies
       //*  of one id in the order TLOGARCH appended them, so the last
       //*  is the latest and the one TLOGAREO keeps.
       //SORTARCH    EXEC PGM=SORT,COND=(4,LT,TLOGARCH)
       //SYSOUT      DD SYSOUT=*
       //SYSPRINT    DD SYSOUT=*
       //SORTIN      DD DSN=HRD.HPMS.DATA.TLOGARCH,DISP=SHR
       //SORTOUT     DD DSN=&&ARCHSRT,DISP=(NEW,PASS),
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=140)
       //SYSIN       DD *
         OPTION EQUALS
         SORT FIELDS=(119,6,ZD,A)
       /*
       //TLOGAREO    EXEC PGM=TLOGAREO,
       //            COND=((4,LT,TLOGARCH),(4,LT,SORTARCH))
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //ARCHFILE    DD DSN=HRD.HPMS.DATA.TLOGARCH,DISP=SHR
       //ARCHSRT     DD DSN=&&ARCHSRT,DISP=(OLD,DELETE)
       //*  DISP=OLD: the KSDS is reset and reloaded, so no inquiry
       //*  or restore may have it open meanwhile.
       //ARCHKSDS    DD DSN=HRD.HPMS.DATA.TLOGARCX,DISP=OLD
       //AREORPT     DD SYSOUT=*
       //*
       //*  Notify ops on a failed or dirty archive run - a year-end
       //*  job that quietly half-ran is worse than one that visibly
       //*  failed. RC=4 (records left on the master with unusable
              'CHECK TLOGARCH STEP CONDITION CODE AND SYSOUT' USER(&SYSUID)
       /*
       //ABENDCK  ENDIF
       //*
       //*  A failed rebuild leaves HPMSIQ01 and HPMSRS01 short of
       //*  this year's records (or the KSDS half loaded): rerun
       //*  HPMSAX01 once the cause is fixed.
       //REORGCK  IF (SORTARCH.RC > 4 OR TLOGAREO.RC > 4) THEN
       //REORGNTY    EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSAR01 ARCHIVE REORG FAILED - CHECK TLOGAREO AND',
              'AREORPT, THEN RERUN HPMSAX01' USER(&SYSUID)
       /*
       //REORGCK  ENDIF
