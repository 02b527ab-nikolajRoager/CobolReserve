      *Round-up savings opt-in, one per account. Every card or
      *mobile-pay purchase posted on the account is rounded up to
      *the next whole RU-UNIT and the difference is put aside by
      *RNDPOST - earmarked into one of the account's own savings
      *pockets, or moved to a linked savings account through TRNSFR.
      *Set and stopped through RNDMNT
       01  RU-RECORD.
           05 RU-ACCOUNT PIC X(9).
      *Round up to the next multiple of this, account currency -
      *1.00 for the spare change, 5.00 or 10.00 for keen savers
           05 RU-UNIT PIC 9(5)V99.
      *P = earmark into RU-POCKET, T = transfer to RU-TARGET
           05 RU-MODE PIC X(1).
               88 RU-TO-POCKET  VALUE 'P'.
               88 RU-TO-ACCOUNT VALUE 'T'.
           05 RU-POCKET PIC X(12).
           05 RU-TARGET PIC X(9).
      *Password hash captured at opt-in, so each transfer is
      *authorised the same way STANDRUN authorises a standing order,
      *spaces if the account has none set
           05 RU-HASH PIC X(8).
      *A = rounding up, S = stopped, left in place for history
           05 RU-STATUS PIC X(1).
               88 RU-IS-ACTIVE  VALUE 'A'.
               88 RU-IS-STOPPED VALUE 'S'.
           05 RU-SET-DATE PIC 9(8).
