      *Agreed run window per batch program, set by SETRWIN - the most
      *minutes operations and the business have agreed the program
      *may take. SLAREP flags every run that took longer. A program
      *with no entry (or 0) has no agreed window and is only compared
      *with its own history
       01  RW-RECORD.
           05 RW-PROGRAM PIC X(8).
           05 RW-MAX-MINUTES PIC 9(4).
