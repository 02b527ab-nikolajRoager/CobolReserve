      *Business-date posting index over USER-TRANSFERS. The ledger
      *is keyed by account and stamp, so "everything posted on the
      *4th" used to mean reading the whole file from the first key;
      *this file is keyed by the stamp's business date and the order
      *the postings landed in that day, and points at each TR-KEY.
      *The posting programs add to it through PIDXUPD as they write
      *the ledger, and the daily batches read just their day off it.
      *Sequence 0 of each date is the day's control record, holding
      *the last sequence handed out
       01  PI-RECORD.
           05 PI-KEY.
               10 PI-DATE PIC 9(8).
               10 PI-SEQ PIC 9(8).
           05 PI-TR-KEY PIC X(25).
           05 PI-CONTROL REDEFINES PI-TR-KEY.
               10 PI-LAST-SEQ PIC 9(8).
               10 FILLER PIC X(17).
