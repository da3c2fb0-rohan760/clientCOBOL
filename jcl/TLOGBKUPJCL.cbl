      *      record off the KSDS;
      *   3. run HPMSRC01 with PARM='REAPPLY <now>' - the trimmed
      *      journal starts right after the copy's cut point, so the
      *      reapply rolls the restored master forward to current;
      *   4. redefine and rebuild the two browse alternate indexes
      *      and their paths (IDCAMS statements with HPMSBM01) -
      *      deleting the cluster took them with it.
      * Journal conversion (one-time, when the journal record grew
      * from LRECL 305 to 340 to carry the business date): with
      * maintenance and TLGC stopped, copy HRD.HPMS.DATA.TLOGJRNL
      * and HRD.HPMS.DATA.TLOGJHST each to a new RECFM=FB LRECL=340
      * dataset with SORT FIELDS=COPY and OUTREC FIELDS=(1,305,35X),
      * rename the copies over the originals, and redefine the TJRN
      * extrapartition queue at LRECL=340 in the same change.
      * Tectonics: cobc
      ******************************************************************
       //HPMSBK01    JOB (HAYNIE),'TLOG MASTER BACKUP',
       //JRNLFILE    DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=OLD
       //JRNLNEW     DD DSN=&&JRNLNEW,DISP=(NEW,PASS),
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=340)
       //*  The entries trimmed off, bound for the journal history.
       //JRNLOLD     DD DSN=&&JRNLOLD,DISP=(NEW,PASS),
       //            SPACE=(CYL,(10,5)),
       //            DCB=(RECFM=FB,LRECL=340)
       //*
       //*  Replace the live journal only when the trim ran clean.
       //COPYBACK    EXEC PGM=IEBGENER,COND=(0,NE,TLOGJTRM)
       //SYSUT1      DD DSN=&&JRNLNEW,DISP=(OLD,DELETE)
       //SYSUT2      DD DSN=HRD.HPMS.DATA.TLOGJRNL,DISP=OLD
       //SYSIN       DD DUMMY
       //*
       //*  Append the trimmed entries to the journal history only once
       //*  the live journal has really been replaced - a failed copy-
       //*  back leaves them on the live journal, and a rerun trims
       //*  them again, so appending here can never double them up.
       //*  TLOGJANL (HPMSJA01) reads the history ahead of the live
       //*  journal. One-time setup: allocate HRD.HPMS.DATA.TLOGJHST
       //*  empty, RECFM=FB LRECL=340.
       //HISTCK   IF (COPYBACK.RUN AND COPYBACK.RC = 0) THEN
       //HISTAPP     EXEC PGM=IEBGENER
       //SYSPRINT    DD SYSOUT=*
       //SYSUT1      DD DSN=&&JRNLOLD,DISP=(OLD,DELETE)
       //SYSUT2      DD DSN=HRD.HPMS.DATA.TLOGJHST,DISP=MOD
       //SYSIN       DD DUMMY
       //HISTCK   ENDIF
