      *never parses an overpunch
           05 DL-AMOUNT PIC +9(11).9(4).
           05 DL-CURRENCY PIC X(3).
      *Merchant category code of a card or mobile-pay purchase, so
      *the fraud rules can key on the kind of merchant; spaces on
      *anything else
           05 DL-MCC PIC X(4).
