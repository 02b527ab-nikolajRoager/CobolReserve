      *Interbank money-market deal book, the bank's own placements
      *with and borrowings from the correspondents in the SETBANK
      *directory. MMDEAL books a deal and settles the cash through
      *the correspondent's nostro mirror against the BANK account;
      *MMRUN accrues the interest to the GL every night and repays
      *principal plus interest through the same mirror at maturity;
      *TREASREP carries the open book in each currency's position
      *and on its maturity ladder
       01  MM-RECORD.
           05 MM-DEAL-ID PIC X(12).
      *O = running, M = matured and repaid
           05 MM-STATUS PIC X(1).
               88 MM-IS-OPEN    VALUE 'O'.
               88 MM-IS-MATURED VALUE 'M'.
      *P = placement (we lend), B = borrowing (we take)
           05 MM-SIDE PIC X(1).
               88 MM-IS-PLACEMENT VALUE 'P'.
               88 MM-IS-BORROWING VALUE 'B'.
               88 MM-SIDE-VALID   VALUE 'P' 'B'.
      *The counterparty, and the nostro mirror the cash moves
      *through, fixed at booking
           05 MM-BANK-ID PIC X(9).
           05 MM-NOSTRO-ACCOUNT PIC X(9).
      *Principal, in the deal's currency - always the mirror's own
           05 MM-AMOUNT PIC 9(11)V9(4).
           05 MM-CURRENCY PIC X(3).
      *Annual rate in percent, simple interest on an actual/basis
      *day count (360 or 365)
           05 MM-RATE PIC 9(3)V9(4).
           05 MM-DAY-BASIS PIC 9(3).
           05 MM-START-DATE PIC 9(8).
           05 MM-MATURITY-DATE PIC 9(8).
      *Interest accrued to the GL so far, in the deal's currency
           05 MM-ACCRUED PIC 9(11)V9(4).
           05 MM-LAST-ACCRUAL-DATE PIC 9(8).
      *Interest actually settled at maturity
           05 MM-INTEREST-PAID PIC 9(11)V9(4).
           05 MM-SETTLED-DATE PIC 9(8).
           05 MM-OPERATOR-ID PIC X(9).
