       //*  XREFFILE is opened by TLOGCALLED, same as in TLOGJCL, so
       //*  the inquiry answer carries the linked defect status.
       //XREFFILE    DD DSN=HRD.HPMS.DATA.TLOGXREF,DISP=SHR
       //*  The indexed year-end archive HPMSAR01 rebuilds: an id the
       //*  master misses on is read here by key so the answer reads
       //*  ARCHIVED (restore via HPMSRS01) instead of *** NOT FOUND.
       //ARCHFILE    DD DSN=HRD.HPMS.DATA.TLOGARCX,DISP=SHR
       //*  Test notes: the latest five for each id found on the
       //*  master are printed under it.
       //NOTEFILE    DD DSN=HRD.HPMS.DATA.TLOGNOTE,DISP=SHR
       //INQRPT      DD SYSOUT=*
       //INQCARDS    DD *
       *  ONE RECORD ID PER CARD, COLUMNS 1-6, WHEN NO PARM IS GIVEN
