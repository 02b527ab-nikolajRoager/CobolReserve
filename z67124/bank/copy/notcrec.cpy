      *Withdrawal-notice register for notice savings accounts. The
      *customer gives notice of an amount through NOTICE; once the
      *notice period has run, that amount (and no more) may leave
      *the account through DEPWIT/TRNSFR, which draw it down through
      *NOTCHECK. A matured notice nobody draws lapses at its expiry
      *date (NOTCEXP). An early break a supervisor authorises is
      *registered here too, already matured, with the interest
      *penalty NOTICE charged for it
       01  NT-RECORD.
           05 NT-KEY.
              10 NT-ACCOUNT PIC X(9).
              10 NT-TIME-STAMP.
                 15 NT-YEAR   PIC 9(4).
                 15 NT-MONTH  PIC 9(2).
                 15 NT-DAY    PIC 9(2).
                 15 NT-HOUR   PIC 9(2).
                 15 NT-MINUTE PIC 9(2).
                 15 NT-SECOND PIC 9(2).
                 15 NT-MILIS  PIC 9(2).
      *O = open (waiting to mature, or matured and drawable),
      *U = used up, X = expired undrawn, C = cancelled by the customer
           05 NT-STATUS PIC X(1).
               88 NT-IS-OPEN      VALUE 'O'.
               88 NT-IS-USED      VALUE 'U'.
               88 NT-IS-EXPIRED   VALUE 'X'.
               88 NT-IS-CANCELLED VALUE 'C'.
      *N = ordinary notice, B = supervisor-authorised early break
           05 NT-KIND PIC X(1).
               88 NT-IS-NOTICE VALUE 'N'.
               88 NT-IS-BREAK  VALUE 'B'.
      *Account currency
           05 NT-AMOUNT PIC 9(11)V9(4).
      *How much of NT-AMOUNT has already been drawn
           05 NT-USED PIC 9(11)V9(4).
           05 NT-CURRENCY PIC X(3).
           05 NT-GIVEN-DATE PIC 9(8).
      *First day the amount may be drawn
           05 NT-MATURITY-DATE PIC 9(8).
      *Last day it may be drawn - after this NOTCEXP lapses it
           05 NT-EXPIRY-DATE PIC 9(8).
      *Interest penalty charged for an early break, 0 for a notice
           05 NT-PENALTY PIC 9(11)V9(4).
           05 NT-OPERATOR-ID PIC X(9).
