      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGSTAT - morning operations status board.
      *          One page showing, for the maintenance interlock, the
      *          batch receipts and missing departments, the last
      *          image copy, the report run, the defect feed stamp,
      *          the reconciliation and the suspense generation, when
      *          each last ran, whether it ran this cycle and its key
      *          counts, with a RED FLAG line for anything stale,
      *          missing or out of balance.
      *          Scheduled at 07:00, after the night's HPMSMT01,
      *          HPMSRP01 and HPMSXC01 and before HPMSDR01 rolls the
      *          processing date, so with no PARM it checks the cycle
      *          just run. To look back at an earlier cycle submit
      *          with PARM='YYYY-MM-DD'.
      *          RC=8: at least one red flag - the notify below pages
      *          the desk. RC=16: bad PARM, unusable processing date
      *          or an oversized department roll call - see SYSOUT.
      *          Read-only: safe to rerun at any time.
      * Tectonics: cobc
      ******************************************************************
       //HPMSSB01    JOB (HAYNIE),'TLOG STATUS BOARD',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGSTAT    EXEC PGM=TLOGSTAT
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //*  Processing date (HPMSDR01's TLOGROLL rolls it) and the
       //*  holiday calendar: the cycle checked, and every age on the
       //*  board in business days.
       //BDATFILE    DD DSN=HRD.HPMS.DATA.TLOGBDAT,DISP=SHR
       //HOLFILE     DD DSN=HRD.HPMS.DATA.TLOGHOLS,DISP=SHR
       //*  Run-control interlock maintained by HPMSMT01's TLOGMAINT.
       //RUNCTL      DD DSN=HRD.HPMS.DATA.TLOGRUNC,DISP=SHR
       //*  Batch receipt register and the expected-department roll
       //*  call HPMSMT01 checks it against. The register must be at
       //*  LRECL=74 (one-time conversion note in TLOGMAINTJCL) or
       //*  old receipts read garbage owner-reject counts.
       //RCPTFILE    DD DSN=HRD.HPMS.DATA.TLOGRCPT,DISP=SHR
       //EXPFILE     DD DSN=HRD.HPMS.DATA.TLOGEXPD,DISP=SHR
       //*  Cut point of HPMSBK01's last good image copy.
       //CUTFILE     DD DSN=HRD.HPMS.DATA.TLOGCUT,DISP=SHR
       //*  HPMSRP01's TLOGRPT run history.
       //AUDITFILE   DD DSN=HRD.HPMS.REPORTS.TLOGAUD,DISP=SHR
       //*  Stamp the defect feed writes beside TLOGXREF.
       //XSTMP       DD DSN=HRD.HPMS.DATA.TLOGXSTM,DISP=SHR
       //*  HPMSRP01's TLOGRECN run history, counts and return code.
       //RECNHIST    DD DSN=HRD.HPMS.DATA.TLOGRCNH,DISP=SHR
       //*  (0) = the suspense generation HPMSRP01's TLOGSUSP cut
       //*  last.
       //SUSPFILE    DD DSN=HRD.HPMS.DATA.TLOGSUSP(0),DISP=SHR
       //STATRPT     DD SYSOUT=*
       //*
       //*  RC=8 means the board ran clean and found red flags - the
       //*  listing names each one.
       //FLAGCK   IF (TLOGSTAT.RC = 8) THEN
       //FLAGNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSSB01 TLOG STATUS BOARD HAS RED FLAGS - SEE THE',
              'STATRPT LISTING' USER(&SYSUID)
       /*
       //FLAGCK   ENDIF
       //*
       //FAILCK   IF (ABEND OR TLOGSTAT.RC > 8) THEN
       //FAILNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSSB01 TLOG STATUS BOARD FAILED - NIGHT NOT CHECKED,',
              'SEE TLOGSTAT SYSOUT' USER(&SYSUID)
       /*
       //FAILCK   ENDIF
