      *Account product catalogue, one record per product per term
      *version. Everything that prices an account - credit and debit
      *interest, the maintenance-fee floor and fee, the overdraft
      *ceiling - lives here per product instead of in the one
      *STATFILE line, so the bank can sell more than one checking
      *and one savings product. A change of terms is a new version
      *under the same code with a later effective date; the version
      *in force on a day is the latest one effective on or before
      *it, so terms can be loaded ahead of the day they apply.
      *Maintained by SETPROD, read through PRODTERM
       01  PD-RECORD.
           05 PD-KEY.
               10 PD-CODE PIC X(8).
               10 PD-EFFECTIVE-DATE PIC 9(8).
           05 PD-NAME PIC X(20).
      *Which ledger type an account on this product is opened as
           05 PD-ACCOUNT-TYPE PIC X(1).
               88 PD-IS-CHECKING VALUE 'C'.
               88 PD-IS-SAVINGS  VALUE 'S'.
      *Same per-posting rates STATFILE's S-INTEREST-CHECKING/SAVINGS
      *and S-DEPT-INTEREST carry
           05 PD-CREDIT-RATE PIC 9V9999.
           05 PD-DEBIT-RATE PIC 9V9999.
      *Account currency, like S-MIN-BALANCE and S-MAINTENANCE-FEE
           05 PD-MIN-BALANCE PIC 9(11)V9(4).
           05 PD-MAINTENANCE-FEE PIC 9(11)V9(4).
      *Most credit line an account on the product may be granted
           05 PD-OVERDRAFT-CEILING PIC 9(11)V9(4).
      *A = on sale, W = withdrawn: accounts already on it keep
      *their terms, no new account can be opened or moved onto it
           05 PD-STATUS PIC X(1).
               88 PD-IS-ON-SALE   VALUE 'A'.
               88 PD-IS-WITHDRAWN VALUE 'W'.
           05 PD-OPERATOR-ID PIC X(9).
      *Days' notice the customer must give before money may leave a
      *notice savings account (32, 95 and the like) - see NOTICE and
      *NOTCHECK. 0 = instant access, no notice needed
           05 PD-NOTICE-DAYS PIC 9(3).
      *Reward-saver bonus: paid by BONUSINT at month end on the
      *month-end balance, on top of the credit rate, for a month
      *with at least one deposit and no withdrawal. A rate for the
      *month, not per posting. 0 = no bonus on this product
           05 PD-BONUS-RATE PIC 9V9999.
