      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGMAINT EDIT-ONLY TRIAL RUN - lets a
      *          department pre-check its TLOGTRAN batch before the
      *          nightly HPMSMT01 window. PARM='EDIT' puts the batch
      *          through the full header/trailer balancing and every
      *          transaction edit, and looks each id up on the master
      *          (DUPLICATE ID on an ADD, ID NOT FOUND on a CHANGE or
      *          DELETE), listing per batch what WOULD apply and what
      *          would reject. The master is opened INPUT only; the
      *          journal, checkpoint, receipt register and run-control
      *          interlock are not allocated because a trial never
      *          opens them. RC=4 means at least one transaction would
      *          reject - fix and resubmit before the nightly run.
      *          RC=16 means the batch itself does not balance.
      *          Submitted on request, never scheduled.
      * Tectonics: cobc
      ******************************************************************
       //HPMSED01    JOB (HAYNIE),'TLOG BATCH EDIT CHECK',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGMAINT   EXEC PGM=TLOGMAINT,PARM='EDIT'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Point TRANFILE at the department's own transmission (the
       //*  same RECFM=FB,LRECL=141 TLOGTRAN layout, 'H'/'T' wrapped)
       //*  rather than the day's concatenated HRD.HPMS.DATA.TLOGTRAN.
       //TRANFILE    DD DSN=HRD.HPMS.DATA.TLOGTRAN,DISP=SHR
       //*  DISP=SHR: a trial only reads the master, so it can run
       //*  alongside anything but the nightly apply.
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //LISTFILE    DD SYSOUT=*
       //*  Read only on a trial, for NOTE NOT FOUND and DUPLICATE
       //*  NOTE SEQ on 'N' transactions.
       //NOTEFILE    DD DSN=HRD.HPMS.DATA.TLOGNOTE,DISP=SHR
       //REFFILE     DD DSN=HRD.HPMS.DATA.TLOGREF,DISP=SHR
       //AUTFILE     DD DSN=HRD.HPMS.DATA.TLOGAUT,DISP=SHR
       //CTLFILE     DD DSN=HRD.HPMS.DATA.TLOGCTL,DISP=SHR
       //*  Read only on a trial: the listing shows the id each zero-id
       //*  ADD would be handed, but the high-water marks are not moved,
       //*  so the nightly run may hand out different numbers if other
       //*  batches get there first.
       //IDCTL       DD DSN=HRD.HPMS.DATA.TLOGIDBK,DISP=SHR
       //*  Ownership is checked on a trial exactly as on the nightly
       //*  run, so a department sees its NOT CATEGORY OWNER rejects
       //*  before it transmits.
       //OWNFILE     DD DSN=HRD.HPMS.DATA.TLOGOWN,DISP=SHR
       //SUPFILE     DD DSN=HRD.HPMS.DATA.TLOGSUPV,DISP=SHR
