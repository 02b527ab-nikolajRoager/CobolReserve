      *One life event on a loan contract that the schedule rows alone
      *can not tell afterwards: a re-pricing by LNREPRC (old and new
      *rate, the new level payment) or an early settlement by
      *LNPAYOFF (what was taken, split into the principal it cleared
      *and the interest accrued since the last settled row). LNSTMT
      *reads them back for the borrower's annual statement. Keyed by
      *the loan's key plus the moment it happened, append only
       01  LE-RECORD.
           05 LE-KEY.
               10 LE-LN-KEY PIC X(13).
               10 LE-TIME-STAMP.
                  15 LE-YEAR   PIC 9(4).
                  15 LE-MONTH  PIC 9(2).
                  15 LE-DAY    PIC 9(2).
                  15 LE-HOUR   PIC 9(2).
                  15 LE-MINUTE PIC 9(2).
                  15 LE-SECOND PIC 9(2).
                  15 LE-MILIS  PIC 9(2).
      *The day it took effect
           05 LE-DATE PIC 9(8).
      *R = re-priced, P = paid off early
           05 LE-TYPE PIC X(1).
               88 LE-IS-REPRICE VALUE 'R'.
               88 LE-IS-PAYOFF  VALUE 'P'.
      *R only
           05 LE-OLD-RATE PIC 9V9999.
           05 LE-NEW-RATE PIC 9V9999.
           05 LE-NEW-PAYMENT PIC 9(11)V9(4).
      *P only
           05 LE-AMOUNT PIC 9(11)V9(4).
           05 LE-PRINCIPAL PIC 9(11)V9(4).
           05 LE-INTEREST PIC 9(11)V9(4).
