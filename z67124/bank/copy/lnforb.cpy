      *Forbearance plan on a loan, agreed with a borrower who can not
      *keep up the instalments for a while and recorded by LNFORB:
      *H = payment holiday (nothing due for FB-MONTHS months) or
      *R = reduced payments (FB-REDUCED-PAYMENT a month). What the
      *rows in the plan no longer carry is spread over the rows
      *after it. Keyed by the loan plus the plan's first day, so a
      *loan's plan history reads back in order
       01  FB-RECORD.
           05 FB-KEY.
               10 FB-ACCOUNT    PIC X(9).
               10 FB-LOAN-SEQ   PIC 9(4).
               10 FB-START-DATE PIC 9(8).
           05 FB-TYPE PIC X(1).
               88 FB-IS-HOLIDAY VALUE 'H'.
               88 FB-IS-REDUCED VALUE 'R'.
           05 FB-MONTHS PIC 9(2).
      *Last day of the plan - rows due up to here are covered
           05 FB-END-DATE PIC 9(8).
      *The monthly amount still collected on an R plan, 0 on H
           05 FB-REDUCED-PAYMENT PIC 9(11)V9(4).
           05 FB-ROWS-COVERED PIC 9(3).
      *What the covered rows no longer carry, moved onto the rows
      *after the plan
           05 FB-DEFERRED-PRINCIPAL PIC 9(11)V9(4).
           05 FB-DEFERRED-INTEREST PIC 9(11)V9(4).
           05 FB-ROWS-RESHAPED PIC 9(3).
           05 FB-REASON PIC X(20).
      *Supervisor who approved the plan
           05 FB-APPROVED-BY PIC X(9).
