      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGHARN - turns the automation group's
      *          nightly harness results file into a TLOGTRAN CHANGE
      *          batch for HPMSMT01. Schedule after the harness drop
      *          lands and before HPMSMT01: the batch goes to
      *          HRD.HPMS.DATA.TLOGHTRN, which HPMSMT01 concatenates
      *          behind the departments' TLOGTRAN and empties once
      *          TLOGMAINT has applied it, so a batch is never applied
      *          twice.
      *          PARM is the batch department (default HARNESS). It
      *          must be on SUPFILE (HRD.HPMS.DATA.TLOGSUPV), since
      *          harness results land in every department's
      *          categories; add it to EXPFILE as well if a missing
      *          harness batch should raise the MISSCK alert.
      *          RC=4: some results were rejected - see LISTFILE; the
      *          rest are in the batch.
      *          RC=12: nothing written - HPMSMT01 is in flight (or
      *          waiting on a checkpoint restart), or the last harness
      *          batch is still on TLOGHTRN unapplied. Let HPMSMT01
      *          apply it, then resubmit.
      *          One-time setup: allocate HRD.HPMS.DATA.TLOGHTRN empty,
      *          RECFM=FB LRECL=141.
      * Tectonics: cobc
      ******************************************************************
       //HPMSHR01    JOB (HAYNIE),'TLOG HARNESS RESULTS',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGHARN    EXEC PGM=TLOGHARN,PARM='HARNESS'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Harness results, RECFM=FB LRECL=80: test id 1-6, PASS or
       //*  FAIL 8-11, run date YYYYMMDD 13-20.
       //HRNSFILE    DD DSN=HRD.HPMS.DATA.TLOGHRNS,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //*  Run-control interlock maintained by HPMSMT01's TLOGMAINT:
       //*  no batch is cut while a maintenance run is in flight.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=SHR
       //*  DISP=OLD: rewritten whole each run, and held against
       //*  HPMSMT01 reading it half written. Read first - a batch
       //*  still on it has not been applied, and is not overwritten.
       //TRANOUT     DD DSN=HRD.HPMS.DATA.TLOGHTRN,DISP=OLD
       //*  Every result with its disposition - TO BATCH or the
       //*  reject reason - for the automation group.
       //LISTFILE    DD SYSOUT=*
