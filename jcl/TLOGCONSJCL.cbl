      ******************************************************************
      * Author:
      * Date:
      * Purpose: JCL FOR TLOGCONS - weekly test status / defect status
      *          consistency report for the test leads: PASSED or
      *          CLOSED tests with an open defect, FAILED tests with no
      *          defect, and closed defects on tests still FAILED,
      *          each subtotalled by owning department and CATEGORY.
      *          Run after the defect-tracker feed has landed and
      *          TLOGXCHK has passed it, so the extract is trusted.
      *          PARM is 'cccccc' - inconsistency count threshold
      *          (default 0); past it the step ends RC=8 and the
      *          notify step below tells the test leads.
      * Tectonics: cobc
      ******************************************************************
       //HPMSCN01    JOB (HAYNIE),'TLOG STATUS CONSISTENCY',
       //            CLASS=T,NOTIFY=&SYSUID,MSGCLASS=T,REGION=4096K
       //TLOGCONS    EXEC PGM=TLOGCONS,PARM='000025'
       //STEPLIB     DD DSN=HRD.HPMS.DEV.COBOL.LOAD,DISP=SHR
       //SYSOUT      DD SYSOUT=*
       //XREFFILE    DD DSN=HRD.HPMS.DATA.TLOGXREF,DISP=SHR
       //TLOGMSTR    DD DSN=HRD.HPMS.DATA.TLOGMSTR,DISP=SHR
       //*  Category ownership (category, owning department, contact),
       //*  shared with TLOGSUSP and TLOGMAINT; categories on no entry
       //*  subtotal under UNOWNED.
       //OWNFILE     DD DSN=HRD.HPMS.DATA.TLOGOWN,DISP=SHR
       //*  Defect statuses that mean closed, one 10-byte status per
       //*  record (CLOSED, VERIFIED, ...), maintained by ops to match
       //*  the defect tracker. An empty file means 'CLOSED' alone.
       //DCLFILE     DD DSN=HRD.HPMS.DATA.TLOGDCLS,DISP=SHR
       //CONSRPT     DD SYSOUT=*
       //*
       //*  RC=8 means more inconsistencies than the PARM allows.
       //CONSCK   IF (TLOGCONS.RC = 8) THEN
       //CONSNTY     EXEC PGM=IKJEFT01
       //SYSTSPRT    DD SYSOUT=*
       //SYSTSIN     DD *
         SEND 'HPMSCN01 TLOG STATUS CONSISTENCY: TESTS AND DEFECTS',
              'DISAGREE PAST THRESHOLD - SEE CONSRPT' USER(&SYSUID)
       /*
       //CONSCK   ENDIF
