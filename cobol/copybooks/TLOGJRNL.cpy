      *           TLOGRCVR for point-in-time recovery. LOW-VALUES in
      *           an image means the record did not exist on that
      *           side of the action.
      *           JRN-ACTION 'N' is a test note added (LOW-VALUES
      *           before) or removed (LOW-VALUES after) under
      *           JRN-RECORD-ID; its images hold the TLOGNOTE record,
      *           not a master record, so readers that rebuild or
      *           follow the master pass 'N' entries over.
      *           JRN-STAMP is the system clock at the moment of the
      *           action - TLOGRCVR's cutoffs and TLOGJTRM's trim are
      *           points in real time, so it must never go backwards.
      *           JRN-BUSINESS-DATE is the shop processing date the
      *           action was applied under (TLOGBDAY); an online
      *           change carries its calendar date. Writers space the
      *           record before filling it. Entries written before
      *           the business date was added (LRECL 305) were
      *           converted with it blank; the record is now 340
      *           bytes, the trailing FILLER kept as room to grow
      *           without another conversion.
      *           JRN-SOURCE says where the action came from:
      *             B - TLOGMAINT department batch, JRN-SOURCE-ID the
      *                 batch header department;
      *             O - TLOGCICS emergency online change,
      *                 JRN-SOURCE-ID the signed-on user, with the
      *                 terminal and transaction code;
      *             R - TLOGRCLS bulk reclassification;
      *             S - TLOGREST archive restore;
      *           the two utilities carry their program name as the
      *           id. Blank on entries written before the source was
      *           stamped.
      ******************************************************************
       01  JRNL-RECORD.
           05  JRN-STAMP.
           05  JRN-RECORD-ID           PIC 9(6).
           05  JRN-BEFORE-IMAGE        PIC X(140).
           05  JRN-AFTER-IMAGE         PIC X(140).
           05  JRN-BUSINESS-DATE       PIC X(10).
           05  JRN-SOURCE.
               10  JRN-SOURCE-TYPE     PIC X(1).
                   88  JRN-SRC-BATCH       VALUE 'B'.
                   88  JRN-SRC-ONLINE      VALUE 'O'.
                   88  JRN-SRC-RECLASS     VALUE 'R'.
                   88  JRN-SRC-RESTORE     VALUE 'S'.
               10  JRN-SOURCE-ID       PIC X(8).
               10  JRN-SOURCE-TERM     PIC X(4).
               10  JRN-SOURCE-TRAN     PIC X(4).
           05  FILLER                  PIC X(8).
