           05 VL-OPENING PIC S9(13)V9(4).
      *Zero until the close is declared
           05 VL-DECLARED-CLOSE PIC S9(13)V9(4).
      *The foreign notes the vault holds, one slot per currency with
      *its own morning count and declared close in that currency's
      *units - VL-OPENING and VL-DECLARED-CLOSE above stay the
      *default currency. VL-NOTE-COUNT slots are in use; records from
      *before the table existed read non-numeric there and hold none
           05 VL-NOTE-COUNT PIC 9(2).
           05 VL-NOTE-STOCK OCCURS 10 TIMES.
               10 VL-NS-CURRENCY PIC X(3).
               10 VL-NS-OPENING PIC S9(13)V9(4).
      *Zero until the close is declared
               10 VL-NS-DECLARED-CLOSE PIC S9(13)V9(4).
