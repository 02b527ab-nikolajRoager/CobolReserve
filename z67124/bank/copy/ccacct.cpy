      *Revolving credit-card account. The card account itself is an
      *ordinary USER-ACCOUNTS record (its balance runs negative as
      *the customer spends, so what is owed is minus ACT-BALANCE);
      *this record carries the credit line and the billing cycle on
      *top of it. Set up by CCMNT, spent against by DEBCARD/MOBPAY,
      *paid down by CCPAY from the customer's checking account and
      *billed, charged and staged by CCCYCLE. Keyed the card account
      *name
       01  CC-RECORD.
           05 CC-ACCOUNT PIC X(9).
      *The customer's checking account CCPAY draws payments from
           05 CC-PAY-ACCOUNT PIC X(9).
      *Most that may be owed at once, card account currency
           05 CC-CREDIT-LIMIT PIC 9(11)V9(4).
      *Yearly rate charged on carried balances
           05 CC-ANNUAL-RATE PIC 9V9999.
      *Day of the month (1-28) the statement is cut
           05 CC-CYCLE-DAY PIC 9(2).
      *A = open for purchases, B = blocked (payments still taken,
      *nothing new authorised), C = closed
           05 CC-STATUS PIC X(1).
               88 CC-IS-ACTIVE  VALUE 'A'.
               88 CC-IS-BLOCKED VALUE 'B'.
               88 CC-IS-CLOSED  VALUE 'C'.
           05 CC-OPENED-DATE PIC 9(8).
      *Last statement cut, 0 = none yet, and the day the next one is
           05 CC-LAST-STMT-DATE PIC 9(8).
           05 CC-NEXT-STMT-DATE PIC 9(8).
      *As at the last statement: what was owed, the least that must
      *reach the card by CC-DUE-DATE, and what has come in since
           05 CC-STMT-BALANCE PIC 9(11)V9(4).
           05 CC-MIN-DUE PIC 9(11)V9(4).
           05 CC-DUE-DATE PIC 9(8).
           05 CC-PAID-SINCE-STMT PIC 9(11)V9(4).
      *Y once CCCYCLE has checked the payment against CC-DUE-DATE,
      *so a late fee is only ever charged once per statement
           05 CC-DUE-CHECKED PIC X(1).
               88 CC-DUE-WAS-CHECKED VALUE 'Y'.
      *Y = the last statement was paid in full by its due date, so
      *purchases billed on the next one carry no interest. Lost the
      *first time a statement is not cleared, earned back by
      *clearing one
           05 CC-GRACE-FLAG PIC X(1).
               88 CC-IN-GRACE VALUE 'Y'.
      *Minimum payments missed and not yet made good, and the due
      *date of the oldest of them (0 = nothing past due) - the
      *figure the delinquency stage is counted from
           05 CC-PAST-DUE PIC 9(11)V9(4).
           05 CC-OLDEST-MISSED PIC 9(8).
      *Delinquency stage, rolled daily by CCCYCLE the same way
      *LNSTAGE rolls the loan book: 0 = current, 1 = 30+, 2 = 60+,
      *3 = 90+ days past due, D = default (180+)
           05 CC-DELQ-STAGE PIC X(1).
               88 CC-STAGE-CURRENT VALUE '0'.
               88 CC-STAGE-30      VALUE '1'.
               88 CC-STAGE-60      VALUE '2'.
               88 CC-STAGE-90      VALUE '3'.
               88 CC-STAGE-DEFAULT VALUE 'D'.
