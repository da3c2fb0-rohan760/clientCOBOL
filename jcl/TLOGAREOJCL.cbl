      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGAREO - rebuilds the indexed archive
      *          (HRD.HPMS.DATA.TLOGARCX) from the flat year-end
      *          archive, keeping the latest copy of any id TLOGARCH
      *          appended twice and listing the copies dropped, with
      *          archive statistics by year and CATEGORY and the
      *          count/hash balancing on AREORPT.
      *          HPMSAR01 runs the same two steps straight after its
      *          purge, so at year-end this job is not needed; it is
      *          kept for the initial load of a new KSDS and to rerun
      *          a rebuild HPMSAR01 reported as failed - TLOGINQ
      *          (HPMSIQ01) and TLOGREST (HPMSRS01) read the archive
      *          by key from the KSDS and miss anything archived since
      *          the last good rebuild. Safe to rerun at any time: the
      *          flat archive is only read, and every run rebuilds the
      *          KSDS whole.
      *          RC=16: out of balance or statistics table full - see
      *          the TLOGAREO SYSOUT and AREORPT. A failure before
      *          the load leaves the KSDS as it was; one after it
      *          needs this job rerun before HPMSIQ01 or HPMSRS01.
      * Indexed archive setup (one-time, via IDCAMS, then run this
      * job once to load it):
      *   DEFINE CLUSTER (NAME(HRD.HPMS.DATA.TLOGARCX) INDEXED -
      *          KEYS(6 118) RECORDSIZE(140 140) REUSE)
      * REUSE lets TLOGAREO's OPEN OUTPUT reset the cluster for each
      * rebuild without a DELETE/DEFINE step here.
      * Tectonics: cobc
      ******************************************************************
       //HPMSAX01    JOB (HAYNIE),'TLOG ARCHIVE REORG',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //SORTARCH    EXEC PGM=SORT
       //SYSOUT      DD SYSOUT=*
       //SYSPRINT    DD SYSOUT=*
       //SORTIN      DD DSN=HRD.HPMS.DATA.TLOGARCH,DISP=SHR
       //SORTOUT     DD DSN=&&ARCHSRT,DISP=(NEW,PASS),
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=140)
       //*  By TEST-RECORD-ID (columns 119-124); EQUALS keeps the
       //*  copies of one id in the order TLOGARCH appended them, so
       //*  the last is the latest and the one TLOGAREO keeps.
       //SYSIN       DD *
         OPTION EQUALS
         SORT FIELDS=(119,6,ZD,A)
       /*
       //TLOGAREO    EXEC PGM=TLOGAREO,COND=(4,LT,SORTARCH)
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  The flat archive again, as it stands, for the balancing
       //*  the sorted copy must meet before the KSDS is touched.
       //ARCHFILE    DD DSN=HRD.HPMS.DATA.TLOGARCH,DISP=SHR
       //ARCHSRT     DD DSN=&&ARCHSRT,DISP=(OLD,DELETE)
       //*  DISP=OLD: the KSDS is reset and reloaded, so no inquiry
       //*  or restore may have it open meanwhile.
       //ARCHKSDS    DD DSN=HRD.HPMS.DATA.TLOGARCX,DISP=OLD
       //AREORPT     DD SYSOUT=*
       //*
       //FAILCK   IF (ABEND OR SORTARCH.RC > 4 OR TLOGAREO.RC > 4) THEN
       //FAILNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSAX01 TLOG ARCHIVE REORG FAILED - CHECK SORTARCH,',
              'TLOGAREO SYSOUT AND AREORPT' USER(&SYSUID)
       /*
       //FAILCK   ENDIF
