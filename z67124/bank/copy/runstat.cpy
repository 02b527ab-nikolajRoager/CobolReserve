      *Run-statistics history, one record per batch run. Every batch
      *program CALLs RUNSTAT as it starts and again as it ends, so
      *"is GLPOST getting slower" is answered from here instead of
      *from DAYROLL running late and the branches opening on the
      *wrong business date. SLAREP compares each night's runs with
      *their trailing 30 days and projects the close-of-business
      *chain's drift towards the branch opening time
       01  RS-RECORD.
           05 RS-KEY.
      *A partition of a split sweep runs under its RUN-CONTROL name,
      *INTPOST1 and so on, so each is measured against itself
               10 RS-PROGRAM PIC X(8).
               10 RS-START-STAMP PIC X(16).
      *Tie-break for two runs of one program starting the same
      *millisecond
               10 RS-SEQ PIC 9(2).
      *The business date the run worked - taken as it started, so a
      *run that rolls the date still books to the day it closed
           05 RS-BUSINESS-DATE PIC 9(8).
           05 RS-END-STAMP PIC X(16).
           05 RS-ELAPSED-SECS PIC 9(7).
      *Records the run read, posted (or wrote, for a report) and
      *turned away
           05 RS-READ PIC 9(9).
           05 RS-POSTED PIC 9(9).
           05 RS-REJECTED PIC 9(9).
      *C = completed, S = stopped short (refused the period, or is
      *waiting on something outside it), F = failed
           05 RS-STATUS PIC X(1).
               88 RS-IS-COMPLETE VALUE 'C'.
               88 RS-IS-STOPPED  VALUE 'S'.
               88 RS-IS-FAILED   VALUE 'F'.
