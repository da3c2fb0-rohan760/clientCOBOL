      * Purpose: JCL FOR the TLOGMS mapset - assembles the BMS macro
      *          source for the TLOG online inquiry/emergency change
      *          screen (map TLOGM1, program TLOGCICS, transaction
      *          TLOG) and the browse screen (map TLOGM2, program
      *          TLOGBRWS, transaction TLGB) into the CICS load
      *          library. The symbolic map copybook TLOGMAP, both
      *          maps, is maintained BY HAND in step with the macro
      *          source below - change one, change both.
      *          Run on demand whenever the screen layout changes,
      *          then NEWCOPY the mapset and program.
      * CICS resource definitions assumed (CEDA, group HPMSTLOG):
      *               start it in the security package, that access
      *               IS the supervisor gate (TLOGCICS checks
      *               EIBTRNID)
      *   TRANSACTION TLGB    PROGRAM(TLOGBRWS) - browse by
      *               CATEGORY/GROUP or AUTHOR, open to everyone; a
      *               selected line goes to TLOGM1 under the
      *               transaction the session began with (TLOG from
      *               a plain TLGB, TLOG or TLGC when entered by PF5
      *               from TLOGM1)
      *   PROGRAM     TLOGCICS LANGUAGE(COBOL)
      *   PROGRAM     TLOGBRWS LANGUAGE(COBOL)
      *   MAPSET      TLOGMS
      *   FILE        TLOGMSTR - the KSDS HRD.HPMS.DATA.TLOGMSTR,
      *               ADD(NO) BROWSE(YES) DELETE(NO) READ(YES)
      *               extract (REPRO'd from HRD.HPMS.DATA.TLOGXREF by
      *               the defect feed job) so the screen can attach
      *               defect status the way TLOGCALLED does in batch
      *   FILE        TLOGNOTE - the test notes KSDS
      *               HRD.HPMS.DATA.TLOGNOTE, READ(YES) BROWSE(YES)
      *               only; the screen shows the latest notes under
      *               the record, TLOGMAINT alone adds and removes
      *   FILE        TLOGAUT - read-only KSDS copy of the valid-
      *               author dictionary (REPRO'd from
      *               HRD.HPMS.DATA.TLOGAUT, keyed by the alias) so
      *               TLOGMAINT enforces in batch; leave undefined
      *               to waive the check, same as an empty batch
      *               dictionary
      *   FILE        TLOGMCG - path HRD.HPMS.DATA.TLOGMSTR.CGPATH,
      *               READ(YES) BROWSE(YES) only, over the
      *               CATEGORY/GROUP alternate index
      *   FILE        TLOGMAU - path HRD.HPMS.DATA.TLOGMSTR.AUPATH,
      *               READ(YES) BROWSE(YES) only, over the AUTHOR
      *               alternate index
      *   TDQUEUE     TJRN - extrapartition, routed onto
      *               HRD.HPMS.DATA.TLOGJRNL (LRECL=340) so online
      *               journal images land on the same journal
      *               TLOGRCVR replays
      * Browse alternate indexes (one-time IDCAMS, and again after
      * the master is deleted and redefined - see HPMSBK01). Both
      * keys run through TEST-RECORD-ID, so every key is unique and
      * TLOGBRWS can page back and forth from an exact key:
      *   DEFINE AIX (NAME(HRD.HPMS.DATA.TLOGMSTR.CGAIX) -
      *          RELATE(HRD.HPMS.DATA.TLOGMSTR) -
      *          KEYS(124 0) UNIQUEKEY UPGRADE)
      *     - CATEGORY, GROUP, AUTHOR, DATE, SUBJECT, ID
      *   DEFINE AIX (NAME(HRD.HPMS.DATA.TLOGMSTR.AUAIX) -
      *          RELATE(HRD.HPMS.DATA.TLOGMSTR) -
      *          KEYS(74 50) UNIQUEKEY UPGRADE)
      *     - AUTHOR, DATE, SUBJECT, ID
      *   DEFINE PATH (NAME(HRD.HPMS.DATA.TLOGMSTR.CGPATH) -
      *          PATHENTRY(HRD.HPMS.DATA.TLOGMSTR.CGAIX))
      *   DEFINE PATH (NAME(HRD.HPMS.DATA.TLOGMSTR.AUPATH) -
      *          PATHENTRY(HRD.HPMS.DATA.TLOGMSTR.AUAIX))
      *   BLDINDEX INDATASET(HRD.HPMS.DATA.TLOGMSTR) -
      *          OUTDATASET(HRD.HPMS.DATA.TLOGMSTR.CGAIX)
      *   BLDINDEX INDATASET(HRD.HPMS.DATA.TLOGMSTR) -
      *          OUTDATASET(HRD.HPMS.DATA.TLOGMSTR.AUAIX)
      * UPGRADE keeps both in step with every batch and online
      * update to the base cluster.
      * Tectonics: cobc
      ******************************************************************
       //HPMSBM01    JOB (HAYNIE),'TLOG MAPSET ASSEMBLY',
                      INITIAL='DEFECT DSC:'
       DEFDSC  DFHMDF POS=(15,14),LENGTH=40,ATTRB=ASKIP
               DFHMDF POS=(15,55),LENGTH=1,ATTRB=ASKIP
               DFHMDF POS=(16,2),LENGTH=6,ATTRB=ASKIP,INITIAL='NOTES:'
       NOTEHDR DFHMDF POS=(16,14),LENGTH=40,ATTRB=ASKIP
       NOTE1   DFHMDF POS=(17,2),LENGTH=77,ATTRB=ASKIP
       NOTE2   DFHMDF POS=(18,2),LENGTH=77,ATTRB=ASKIP
       NOTE3   DFHMDF POS=(19,2),LENGTH=77,ATTRB=ASKIP
       NOTE4   DFHMDF POS=(20,2),LENGTH=77,ATTRB=ASKIP
       MESSAGE DFHMDF POS=(22,2),LENGTH=60,ATTRB=(ASKIP,BRT)
               DFHMDF POS=(24,2),LENGTH=34,ATTRB=ASKIP,               X
                      INITIAL='ENTER=PROCESS  PF5=BROWSE  PF3=END'
       TLOGM2  DFHMDI SIZE=(24,80),LINE=1,COLUMN=1
               DFHMDF POS=(1,25),LENGTH=29,ATTRB=(ASKIP,BRT),         X
                      INITIAL='HAYNIE RESEARCH & DEVELOPMENT'
               DFHMDF POS=(2,25),LENGTH=18,ATTRB=ASKIP,               X
                      INITIAL='TLOG MASTER BROWSE'
               DFHMDF POS=(4,2),LENGTH=9,ATTRB=ASKIP,                 X
                      INITIAL='CATEGORY:'
       BCATEG  DFHMDF POS=(4,12),LENGTH=25,ATTRB=(UNPROT,IC)
               DFHMDF POS=(4,38),LENGTH=1,ATTRB=ASKIP
               DFHMDF POS=(4,41),LENGTH=6,ATTRB=ASKIP,INITIAL='GROUP:'
       BGROUP  DFHMDF POS=(4,48),LENGTH=25,ATTRB=UNPROT
               DFHMDF POS=(4,74),LENGTH=1,ATTRB=ASKIP
               DFHMDF POS=(5,2),LENGTH=7,ATTRB=ASKIP,INITIAL='AUTHOR:'
       BAUTHOR DFHMDF POS=(5,12),LENGTH=25,ATTRB=UNPROT
               DFHMDF POS=(5,38),LENGTH=1,ATTRB=ASKIP
               DFHMDF POS=(5,41),LENGTH=7,ATTRB=ASKIP,INITIAL='STATUS:'
       BSTATUS DFHMDF POS=(5,49),LENGTH=8,ATTRB=UNPROT
               DFHMDF POS=(5,58),LENGTH=1,ATTRB=ASKIP
               DFHMDF POS=(7,2),LENGTH=1,ATTRB=ASKIP,INITIAL='S'
               DFHMDF POS=(7,4),LENGTH=11,ATTRB=ASKIP,                X
                      INITIAL='ID     DATE'
               DFHMDF POS=(7,20),LENGTH=7,ATTRB=ASKIP,INITIAL='SUBJECT'
               DFHMDF POS=(7,56),LENGTH=15,ATTRB=ASKIP,               X
                      INITIAL='STATUS   DEFECT'
       SEL01   DFHMDF POS=(8,2),LENGTH=1,ATTRB=UNPROT
       LIN01   DFHMDF POS=(8,4),LENGTH=71,ATTRB=ASKIP
       SEL02   DFHMDF POS=(9,2),LENGTH=1,ATTRB=UNPROT
       LIN02   DFHMDF POS=(9,4),LENGTH=71,ATTRB=ASKIP
       SEL03   DFHMDF POS=(10,2),LENGTH=1,ATTRB=UNPROT
       LIN03   DFHMDF POS=(10,4),LENGTH=71,ATTRB=ASKIP
       SEL04   DFHMDF POS=(11,2),LENGTH=1,ATTRB=UNPROT
       LIN04   DFHMDF POS=(11,4),LENGTH=71,ATTRB=ASKIP
       SEL05   DFHMDF POS=(12,2),LENGTH=1,ATTRB=UNPROT
       LIN05   DFHMDF POS=(12,4),LENGTH=71,ATTRB=ASKIP
       SEL06   DFHMDF POS=(13,2),LENGTH=1,ATTRB=UNPROT
       LIN06   DFHMDF POS=(13,4),LENGTH=71,ATTRB=ASKIP
       SEL07   DFHMDF POS=(14,2),LENGTH=1,ATTRB=UNPROT
       LIN07   DFHMDF POS=(14,4),LENGTH=71,ATTRB=ASKIP
       SEL08   DFHMDF POS=(15,2),LENGTH=1,ATTRB=UNPROT
       LIN08   DFHMDF POS=(15,4),LENGTH=71,ATTRB=ASKIP
       SEL09   DFHMDF POS=(16,2),LENGTH=1,ATTRB=UNPROT
       LIN09   DFHMDF POS=(16,4),LENGTH=71,ATTRB=ASKIP
       SEL10   DFHMDF POS=(17,2),LENGTH=1,ATTRB=UNPROT
       LIN10   DFHMDF POS=(17,4),LENGTH=71,ATTRB=ASKIP
       SEL11   DFHMDF POS=(18,2),LENGTH=1,ATTRB=UNPROT
       LIN11   DFHMDF POS=(18,4),LENGTH=71,ATTRB=ASKIP
       SEL12   DFHMDF POS=(19,2),LENGTH=1,ATTRB=UNPROT
       LIN12   DFHMDF POS=(19,4),LENGTH=71,ATTRB=ASKIP
       BMSG    DFHMDF POS=(22,2),LENGTH=60,ATTRB=(ASKIP,BRT)
               DFHMDF POS=(24,2),LENGTH=38,ATTRB=ASKIP,               X
                      INITIAL='ENTER=FIND S=SELECT PF7/8=PAGE PF3=END'
               DFHMSD TYPE=FINAL
               END
       /*
