      *Post-write-off recoveries ledger: one entry per amount the
      *collectors get back on a loan LNWOFF has taken off the book,
      *keyed by the loan and the moment it was recorded. LNRECOV
      *posts the money as "loan recovery" income and writes the
      *entry here, so what a charged-off loan has returned is one
      *keyed read instead of a hunt through the ledger - nothing is
      *ever pushed through LNPAY against a loan that no longer exists
       01  LR-RECORD.
           05 LR-KEY.
               10 LR-ACCOUNT  PIC X(9).
               10 LR-LOAN-SEQ PIC 9(4).
               10 LR-TIME-STAMP.
                  15 LR-YEAR   PIC 9(4).
                  15 LR-MONTH  PIC 9(2).
                  15 LR-DAY    PIC 9(2).
                  15 LR-HOUR   PIC 9(2).
                  15 LR-MINUTE PIC 9(2).
                  15 LR-SECOND PIC 9(2).
                  15 LR-MILIS  PIC 9(2).
      *What came back, in the loan's own currency
           05 LR-AMOUNT PIC 9(11)V9(4).
           05 LR-CURRENCY PIC X(3).
      *The account the recovered money was taken from - the
      *borrower's own, or the collection agency's settlement account
           05 LR-SOURCE-ACCOUNT PIC X(9).
      *The collector's own reference for the receipt
           05 LR-COLLECTOR-REF PIC X(20).
      *Supervisor who authorised the posting
           05 LR-OPERATOR PIC X(9).
      *Business date the recovery posted on
           05 LR-POSTED-DATE PIC 9(8).
