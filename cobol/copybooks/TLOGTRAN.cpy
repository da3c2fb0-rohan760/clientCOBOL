      *           control totals TLOGMAINT balances before applying
      *           anything: expected detail record count and a hash
      *           total of TRAN-RECORD-ID.
      *           An 'N' detail adds or removes a test note (TLOGNOTE)
      *           under TRAN-RECORD-ID instead of touching the master
      *           record; it is laid out as TRAN-NOTE-DETAIL, with the
      *           id in the same place so the batch hash is unchanged.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-ACTION             PIC X(1).
               88  TRAN-ADD                VALUE 'A'.
               88  TRAN-CHANGE             VALUE 'C'.
               88  TRAN-DELETE             VALUE 'D'.
               88  TRAN-NOTE               VALUE 'N'.
               88  TRAN-HEADER             VALUE 'H'.
               88  TRAN-TRAILER            VALUE 'T'.
           05  TRAN-RECORD-ID          PIC 9(6).
           05  BT-RECORD-COUNT         PIC 9(6).
           05  BT-HASH-TOTAL           PIC 9(12).
           05  FILLER                  PIC X(122).
      *  TN-FUNCTION 'A' adds a note, 'R' removes one. An add keyed
      *  with a zero TN-SEQ takes the next number under the id; a
      *  remove must name the TN-SEQ to go. A zero or blank TN-DATE
      *  on an add defaults to the processing date.
       01  TRAN-NOTE-DETAIL.
           05  TN-ACTION               PIC X(1).
           05  TN-RECORD-ID            PIC 9(6).
           05  TN-FUNCTION             PIC X(1).
               88  TN-ADD-NOTE             VALUE 'A'.
               88  TN-REMOVE-NOTE          VALUE 'R'.
           05  TN-SEQ                  PIC 9(4).
           05  TN-DATE.
               10  TN-YEAR             PIC 9(4).
               10  TN-MONTH            PIC 9(2).
               10  TN-DAY              PIC 9(2).
           05  TN-AUTHOR               PIC X(25).
           05  TN-TYPE                 PIC X(8).
           05  TN-TEXT                 PIC X(80).
           05  FILLER                  PIC X(8).
