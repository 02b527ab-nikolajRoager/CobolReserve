           05 LN-TERM-MONTHS PIC 9(3).
      *The level monthly payment the amortization was built on
           05 LN-PAYMENT PIC 9(11)V9(4).
      *O = running, C = repaid in full, W = written off by LNWOFF
      *against its provision - off the book, only LNRECOV's
      *recoveries touch it from then on
           05 LN-STATUS PIC X(1).
               88 LN-IS-OPEN   VALUE 'O'.
               88 LN-IS-CLOSED VALUE 'C'.
               88 LN-IS-WRITTEN-OFF VALUE 'W'.
           05 LN-OPENED-DATE PIC 9(8).
      *Hash of the borrowing account at open time
           05 LN-HASH PIC X(8).
               88 LN-STAGE-60      VALUE '2'.
               88 LN-STAGE-90      VALUE '3'.
               88 LN-STAGE-DEFAULT VALUE 'D'.
      *Write-off trail, only meaningful on a W loan: the day it came
      *off the book, the outstanding balance it took with it, and
      *what LNRECOV has collected back since. Garbage on every other
      *record, never read there
           05 LN-WRITEOFF-DATE PIC 9(8).
           05 LN-WRITEOFF-AMOUNT PIC 9(11)V9(4).
           05 LN-RECOVERED-TOTAL PIC 9(11)V9(4).
      *The most recent LNFORB forbearance plan on the loan, 0 = never
      *had one: first and last day it runs. The plan itself lives on
      *FORBPLAN; these are here so CBEXPORT and LNFORB can tell an
      *active plan from the loan record alone. Records from before
      *the fields existed read as non-numeric and mean no plan
           05 LN-FORB-START PIC 9(8).
           05 LN-FORB-END PIC 9(8).
      *Offset option, set up by LNOFFSET against deposit accounts on
      *OFFSETLK: T = the interest the linked balances save shortens
      *the term, R = it comes off the next instalment. Anything else
      *(records from before the field existed) = no offset. LNOFFRUN
      *accrues the saving daily into LN-OFFSET-ACCRUED through the
      *LN-OFFSET-THRU day and hands it to the instalment falling due;
      *LN-OFFSET-SAVED is the running total handed over so far.
      *Non-numeric amounts and dates read as 0
           05 LN-OFFSET-MODE PIC X(1).
               88 LN-OFFSET-SHORTEN VALUE 'T'.
               88 LN-OFFSET-REDUCE  VALUE 'R'.
           05 LN-OFFSET-ACCRUED PIC 9(11)V9(4).
           05 LN-OFFSET-THRU PIC 9(8).
           05 LN-OFFSET-SAVED PIC 9(11)V9(4).
