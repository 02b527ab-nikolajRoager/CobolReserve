      *Round-up savings ledger, one row per round-up RNDPOST actually
      *put aside. Keyed by the purchase's own TR-KEY, so one purchase
      *can never be rounded up twice. STMTPRNT totals the month's
      *rows for the customer's statement
       01  RD-RECORD.
           05 RD-KEY.
               10 RD-ACCOUNT PIC X(9).
               10 RD-TIME-STAMP PIC X(16).
      *Business date of the purchase
           05 RD-POST-DATE PIC 9(8).
      *What the purchase took from the account, and the round-up put
      *aside on top of it, both in the account's currency
           05 RD-SPEND PIC 9(11)V9(4).
           05 RD-AMOUNT PIC 9(11)V9(4).
           05 RD-CURRENCY PIC X(3).
      *P = into the pocket, T = to the linked account, as RU-MODE
           05 RD-MODE PIC X(1).
      *The pocket name or the linked account it went to
           05 RD-DESTINATION PIC X(12).
