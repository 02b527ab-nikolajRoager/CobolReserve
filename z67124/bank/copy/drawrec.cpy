      *What the teller counted in the drawer at close of business,
      *zero until DRAWSET records the declaration
           05 DW-DECLARED-CLOSE PIC S9(11)V9(4).
      *Foreign note floats in the drawer, one slot per currency in
      *that currency's units - DW-OPENING-FLOAT and DW-DECLARED-CLOSE
      *above stay the default currency. DW-NOTE-COUNT slots are in
      *use; records from before the table existed read non-numeric
      *there and hold none
           05 DW-NOTE-COUNT PIC 9(2).
           05 DW-NOTE-FLOAT OCCURS 10 TIMES.
               10 DW-NF-CURRENCY PIC X(3).
               10 DW-NF-OPENING PIC S9(11)V9(4).
               10 DW-NF-DECLARED-CLOSE PIC S9(11)V9(4).
