           05 MR-SETTLE-ACCOUNT PIC X(9).
      *The bank's acquiring cut, e.g. 0.0150
           05 MR-INTERCHANGE-RATE PIC 9V9999.
      *Merchant category code (ISO 18245), carried onto every
      *purchase posted to this merchant; spaces = not yet classified.
      *Its category name and compliance watch flag live on MCCCAT
           05 MR-MCC PIC X(4).
      *Rolling reserve for a risky merchant: the share of each day's
      *net MERCHSET holds back on the MRESERVE account (e.g. 0.1000)
      *and the calendar days each day's share is held before it is
      *paid on. Zero - or the garbage on records from before the
      *fields existed - means no reserve
           05 MR-RESERVE-RATE PIC 9V9999.
           05 MR-RESERVE-DAYS PIC 9(3).
