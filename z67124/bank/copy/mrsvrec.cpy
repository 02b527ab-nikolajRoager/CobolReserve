      *One day's rolling-reserve tranche for one merchant: the share
      *of that day's net MERCHSET moved from SETTLE to the "MRESERVE "
      *account instead of paying it out. Kept per settlement currency,
      *the same way MERCHSET never blends two currencies into one
      *payment. Chargeback losses DISPRES resolves for the customer
      *are recovered out of the merchant's open tranches, oldest
      *first, before they are left on SETTLE; whatever is still held
      *when the holding period ends is released to the merchant by
      *MERCHSET's next run
       01  MV-RECORD.
           05 MV-KEY.
               10 MV-MERCHANT PIC X(9).
               10 MV-SETTLE-DATE PIC 9(8).
               10 MV-CURRENCY PIC X(3).
      *H = held, R = released (or used up by chargebacks)
           05 MV-STATUS PIC X(1).
               88 MV-IS-HELD     VALUE 'H'.
               88 MV-IS-RELEASED VALUE 'R'.
           05 MV-WITHHELD PIC 9(11)V9(4).
      *Recovered out of this tranche for chargebacks so far
           05 MV-USED PIC 9(11)V9(4).
      *First settlement run on or after this date releases the rest
           05 MV-RELEASE-DUE PIC 9(8).
      *What was paid on to the merchant, and when; zero until then
           05 MV-RELEASED PIC 9(11)V9(4).
           05 MV-RELEASED-DATE PIC 9(8).
