      ******************************************************************
      * Copybook: TLOGNOTE
      * Purpose:  Test note and evidence record (HRD.HPMS.DATA.TLOGNOTE,
      *           a KSDS keyed by NOTE-KEY): any number of dated notes
      *           under one TEST-RECORD-ID, numbered from 0001 in the
      *           order they were added. Added and removed by TLOGMAINT
      *           ('N' transactions, journaled with the note as the
      *           after image of an add and the before image of a
      *           remove), shown under the record by TLOGINQ and the
      *           TLGC inquiry, and moved to the notes archive
      *           (HRD.HPMS.DATA.TLOGNARC) by TLOGARCH along with the
      *           record they belong to. 140 bytes, the size of a
      *           master record, so a note fits a journal image.
      *           NOTE-TYPE says what the note is:
      *             RUN NOTE - what happened on a run;
      *             EVIDENCE - where the proof of a result is kept;
      *             WAIVER   - why a failure or a gap was accepted,
      *                        and by whom.
      ******************************************************************
       01  NOTE-RECORD.
           05  NOTE-KEY.
               10  NOTE-RECORD-ID      PIC 9(6).
               10  NOTE-SEQ            PIC 9(4).
           05  NOTE-DATE.
               10  NOTE-YEAR           PIC 9(4).
               10  NOTE-MONTH          PIC 9(2).
               10  NOTE-DAY            PIC 9(2).
           05  NOTE-AUTHOR             PIC X(25).
           05  NOTE-TYPE               PIC X(8).
               88  NOTE-TYPE-RUN           VALUE 'RUN NOTE'.
               88  NOTE-TYPE-EVIDENCE      VALUE 'EVIDENCE'.
               88  NOTE-TYPE-WAIVER        VALUE 'WAIVER'.
               88  NOTE-TYPE-VALID         VALUE 'RUN NOTE'
                                                 'EVIDENCE'
                                                 'WAIVER'.
           05  NOTE-TEXT               PIC X(80).
           05  FILLER                  PIC X(9).
