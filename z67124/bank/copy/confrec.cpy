      *Register of the balance confirmation letters AUDCONF produces
      *for customers' auditors, one entry per letter under the
      *reference number printed on it. When the auditor rings back
      *to verify a letter, the reference says whose it was, as at
      *which day, and where in the AUDCONF spool it can be reprinted
       01  CF-RECORD.
      *'AC' + production date + a sequence within the day
           05 CF-REFERENCE.
               10 CF-REF-PREFIX PIC X(2).
               10 CF-REF-DATE PIC 9(8).
               10 CF-REF-SEQ PIC 9(4).
           05 CF-CUSTOMER PIC X(9).
      *The day the balances are confirmed as at
           05 CF-AS-OF-DATE PIC 9(8).
           05 CF-AUDITOR PIC X(30).
      *The auditor's own reference from their request
           05 CF-AUDITOR-REF PIC X(12).
      *Where the letter sits: the AUDCONF spool of that date, from
      *that line for that many lines
           05 CF-SPOOL-DATE PIC 9(8).
           05 CF-FIRST-LINE PIC 9(6).
           05 CF-LINES PIC 9(6).
           05 CF-ACCOUNTS PIC 9(4).
           05 CF-PRODUCED PIC X(16).
