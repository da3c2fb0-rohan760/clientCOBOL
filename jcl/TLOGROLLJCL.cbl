      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGROLL - rolls the shop processing date to
      *          the next business day. Scheduled once per cycle,
      *          after the last of that date's batch (HPMSMT01,
      *          HPMSRP01, HPMSXC01, HPMSCA01, and the HPMSSB01 status
      *          board that checks them) has finished clean, so
      *          every job in a cycle - however late it runs - sees
      *          the same date. Every aging count in TLOGRPT,
      *          TLOGSUSP, TLOGOVRD and TLOGXCHK is in business days
      *          up to this date.
      *          To set the date outright (first load, or backing out
      *          a roll made in error) submit with
      *          PARM='YYYY-MM-DD'.
      *          RC=8: roll refused - the date was already rolled
      *          today, or the roll would carry it past the first
      *          business day on or after today; either way the roll
      *          has most likely already been done for this cycle.
      *          To roll twice in one day on purpose (catching up a
      *          missed cycle), set the date with the PARM instead.
      *          RC=12: maintenance in flight - resubmit once
      *          HPMSMT01 has finished. RC=16: bad PARM, or the
      *          control record or holiday calendar is unusable - see
      *          SYSOUT.
      *          One-time setup: allocate HRD.HPMS.DATA.TLOGBDAT and
      *          HRD.HPMS.DATA.TLOGHOLS, both RECFM=FB,LRECL=80, and
      *          load the date with a PARM run. TLOGHOLS holds one
      *          holiday per record, date YYYY-MM-DD in columns 1-10
      *          and its name in 13-42; '*' in column 1 is a comment.
      *          Holidays falling on a weekend are ignored. Add next
      *          year's holidays before the year turns.
      * Tectonics: cobc
      ******************************************************************
       //HPMSDR01    JOB (HAYNIE),'TLOG DATE ROLL',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGROLL    EXEC PGM=TLOGROLL
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  DISP=OLD: the control record is rewritten, and nothing
       //*  should read a date that is half-way through changing.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=OLD
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //*  Run-control interlock maintained by HPMSMT01's TLOGMAINT.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=SHR
       //*
       //*  A refused or failed roll leaves yesterday's date in place
       //*  and every aging count a day short - say so now.
       //ROLLCK   IF (ABEND OR TLOGROLL.RC > 4) THEN
       //ROLLNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSDR01 TLOG DATE ROLL DID NOT ROLL - CHECK TLOGROLL',
              'SYSOUT' USER(&SYSUID)
       /*
       //ROLLCK   ENDIF
