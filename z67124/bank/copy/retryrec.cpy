      *One failed scheduled posting waiting to be re-presented.
      *STANDRUN, FUTRUN and LNCOLLCT hand their rejections over here
      *instead of hammering the same item every cycle themselves;
      *RETRYRUN re-presents each one on its next business day until
      *it posts or the re-presentment allowance runs out, at which
      *point the item is closed exhausted, the NSF fee is taken and
      *the exception report carries the story to the branch
       01  RT-RECORD.
           05 RT-KEY.
              10 RT-TIME-STAMP.
      *Which batch handed it over, for the exception report
           05 RT-SOURCE PIC X(8).
      *P = waiting for re-presentment, D = posted on a retry,
      *X = allowance exhausted, fee taken, reported,
      *W = withdrawn, the loan instalment was settled some other way
           05 RT-STATUS PIC X(1).
               88 RT-IS-PENDING   VALUE 'P'.
               88 RT-IS-DONE      VALUE 'D'.
               88 RT-IS-EXHAUSTED VALUE 'X'.
               88 RT-IS-WITHDRAWN VALUE 'W'.
           05 RT-ATTEMPTS PIC 9(2).
      *Next business day this item is due back at the teller window
           05 RT-NEXT-DATE PIC 9(8).
