      *One charge on a credit-card account - a purchase posted by
      *DEBCARD/MOBPAY, or the interest and late fees CCCYCLE adds -
      *with what of it is still unpaid. Keyed the card account plus
      *the moment it was charged, so reading forward from the
      *account's first key walks the balance oldest charge first:
      *the order CCPAY clears it in
       01  CI-RECORD.
           05 CI-KEY.
               10 CI-ACCOUNT PIC X(9).
               10 CI-TIME-STAMP.
                  15 CI-YEAR   PIC 9(4).
                  15 CI-MONTH  PIC 9(2).
                  15 CI-DAY    PIC 9(2).
                  15 CI-HOUR   PIC 9(2).
                  15 CI-MINUTE PIC 9(2).
                  15 CI-SECOND PIC 9(2).
                  15 CI-MILIS  PIC 9(2).
      *P = purchase, I = interest, F = late fee
           05 CI-TYPE PIC X(1).
               88 CI-IS-PURCHASE VALUE 'P'.
               88 CI-IS-INTEREST VALUE 'I'.
               88 CI-IS-FEE      VALUE 'F'.
      *Business day it was charged
           05 CI-POST-DATE PIC 9(8).
      *What was charged, and what of it is still owed
           05 CI-AMOUNT PIC 9(11)V9(4).
           05 CI-OPEN PIC 9(11)V9(4).
      *The statement it was first billed on, 0 = not billed yet
           05 CI-STMT-DATE PIC 9(8).
      *Purchases only: the day interest has been charged up to.
      *Starts at CI-POST-DATE, so a purchase that loses its grace
      *is charged back to the day it was made
           05 CI-INT-THRU PIC 9(8).
      *Merchant or peer device, purchases only
           05 CI-MERCHANT PIC X(9).
