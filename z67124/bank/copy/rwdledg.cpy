      *Card rewards points ledger, one row per movement of an
      *account's points. RWDPOST earns points on a posted card or
      *mobile-pay purchase and takes them back when the purchase is
      *unwound; RWDREDM redeems them, RWDEXPR expires them and
      *RWDLIAB values what is left. An earn row is keyed by the
      *purchase's own TR-KEY, so its reversal lands beside it under
      *the same stamp and can never be written twice
       01  RL-RECORD.
           05 RL-KEY.
               10 RL-ACCOUNT PIC X(9).
               10 RL-TIME-STAMP PIC X(16).
      *E = earned, R = earn reversed, D = redeemed, X = expired
               10 RL-ENTRY PIC X(1).
                   88 RL-IS-EARN     VALUE 'E'.
                   88 RL-IS-REVERSAL VALUE 'R'.
                   88 RL-IS-REDEEM   VALUE 'D'.
                   88 RL-IS-EXPIRY   VALUE 'X'.
      *Signed movement of the account's points by this row
           05 RL-POINTS PIC S9(9).
      *Earn rows only: what is left of the points earned, after
      *redemptions, reversals and expiry have taken from it oldest
      *first. The account's balance is the sum of these
           05 RL-UNUSED PIC 9(9).
      *Business date of the movement - the age expiry runs on
           05 RL-ENTRY-DATE PIC 9(8).
      *What earned the points, and with whom
           05 RL-TYPE-NAME PIC X(20).
           05 RL-MERCHANT PIC X(9).
      *Redeem rows only: the money credited for the points, in the
      *account's currency
           05 RL-VALUE PIC S9(11)V9(4).
           05 RL-CURRENCY PIC X(3).
