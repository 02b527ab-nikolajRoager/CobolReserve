      *decimals nobody can pay out. Records written before the field
      *existed read as non-numeric here and are treated as 2
           05 E-MINOR-UNITS PIC 9(1).
      *Banknote rates for the foreign cash counter, the same mantissa
      *and exponent form as the transfer rates above but set wider
      *than them by SETNOTE - notes cost the bank more to hold, ship
      *and insure than a book entry does. E-NOTE-MAN/EXP is what the
      *bank sells notes at, E-NOTE-BUY-MAN/EXP what it buys them
      *back at. Zero, and the garbage on records from before the
      *fields existed, mean the currency is not traded as notes
           05 E-NOTE-MAN PIC 9(6).
           05 E-NOTE-EXP PIC S9.
           05 E-NOTE-BUY-MAN PIC 9(6).
           05 E-NOTE-BUY-EXP PIC S9.
      *Note stock a branch may run down to before NOTESTK calls for a
      *depot order, and the level an order tops the branch back up
      *to, both in this currency's own units. 0 = no level set
           05 E-NOTE-REORDER-LEVEL PIC 9(11)V9(4).
           05 E-NOTE-ORDER-TARGET PIC 9(11)V9(4).
