      ******************************************************************
      * Copybook: TLOGMAP
      * Purpose:  Symbolic maps for mapset TLOGMS: the TLOG online
      *           inquiry/emergency change screen (map TLOGM1), used
      *           by TLOGCICS, and the browse screen (map TLOGM2),
      *           used by TLOGBRWS. Kept in step by hand with the BMS
      *           macro source assembled by HPMSBM01 - change the
      *           mapset and this copybook together.
      *           Input fields follow the generated DSECT pattern:
      *           length halfword, flag byte, then the data bytes; the
      *           output overlay re-addresses the same data bytes with
           05  MP-DEFECT-DSC-L         PIC S9(4) COMP.
           05  MP-DEFECT-DSC-F         PIC X(1).
           05  MP-DEFECT-DSC-I         PIC X(40).
           05  MP-NOTE-HDR-L           PIC S9(4) COMP.
           05  MP-NOTE-HDR-F           PIC X(1).
           05  MP-NOTE-HDR-I           PIC X(40).
      *  NOTE1-NOTE4 are consecutive in the macro source, laid out
      *  here as one OCCURS table like the TLOGM2 lines.
           05  MP-NOTE-LINE-I OCCURS 4 TIMES.
               10  MP-NOTE-L           PIC S9(4) COMP.
               10  MP-NOTE-F           PIC X(1).
               10  MP-NOTE-I           PIC X(77).
           05  MP-MESSAGE-L            PIC S9(4) COMP.
           05  MP-MESSAGE-F            PIC X(1).
           05  MP-MESSAGE-I            PIC X(60).
           05  MP-DEFECT-DSC-A         PIC X(1).
           05  MP-DEFECT-DSC-O         PIC X(40).
           05  FILLER                  PIC X(2).
           05  MP-NOTE-HDR-A           PIC X(1).
           05  MP-NOTE-HDR-O           PIC X(40).
           05  MP-NOTE-LINE-O OCCURS 4 TIMES.
               10  FILLER              PIC X(2).
               10  MP-NOTE-A           PIC X(1).
               10  MP-NOTE-O           PIC X(77).
           05  FILLER                  PIC X(2).
           05  MP-MESSAGE-A            PIC X(1).
           05  MP-MESSAGE-O            PIC X(60).
      *  TLOGM2: the twelve SELnn/LINnn pairs are consecutive in the
      *  macro source, so they are laid out here as one OCCURS table.
       01  TLOGM2I.
           05  FILLER                  PIC X(12).
           05  MB-CATEGORY-L           PIC S9(4) COMP.
           05  MB-CATEGORY-F           PIC X(1).
           05  MB-CATEGORY-I           PIC X(25).
           05  MB-GROUP-L              PIC S9(4) COMP.
           05  MB-GROUP-F              PIC X(1).
           05  MB-GROUP-I              PIC X(25).
           05  MB-AUTHOR-L             PIC S9(4) COMP.
           05  MB-AUTHOR-F             PIC X(1).
           05  MB-AUTHOR-I             PIC X(25).
           05  MB-STATUS-L             PIC S9(4) COMP.
           05  MB-STATUS-F             PIC X(1).
           05  MB-STATUS-I             PIC X(8).
           05  MB-LINE-I OCCURS 12 TIMES.
               10  MB-SEL-L            PIC S9(4) COMP.
               10  MB-SEL-F            PIC X(1).
               10  MB-SEL-I            PIC X(1).
               10  MB-LIN-L            PIC S9(4) COMP.
               10  MB-LIN-F            PIC X(1).
               10  MB-LIN-I            PIC X(71).
           05  MB-MESSAGE-L            PIC S9(4) COMP.
           05  MB-MESSAGE-F            PIC X(1).
           05  MB-MESSAGE-I            PIC X(60).
       01  TLOGM2O REDEFINES TLOGM2I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(2).
           05  MB-CATEGORY-A           PIC X(1).
           05  MB-CATEGORY-O           PIC X(25).
           05  FILLER                  PIC X(2).
           05  MB-GROUP-A              PIC X(1).
           05  MB-GROUP-O              PIC X(25).
           05  FILLER                  PIC X(2).
           05  MB-AUTHOR-A             PIC X(1).
           05  MB-AUTHOR-O             PIC X(25).
           05  FILLER                  PIC X(2).
           05  MB-STATUS-A             PIC X(1).
           05  MB-STATUS-O             PIC X(8).
           05  MB-LINE-O OCCURS 12 TIMES.
               10  FILLER              PIC X(2).
               10  MB-SEL-A            PIC X(1).
               10  MB-SEL-O            PIC X(1).
               10  FILLER              PIC X(2).
               10  MB-LIN-A            PIC X(1).
               10  MB-LIN-O            PIC X(71).
           05  FILLER                  PIC X(2).
           05  MB-MESSAGE-A            PIC X(1).
           05  MB-MESSAGE-O            PIC X(60).
