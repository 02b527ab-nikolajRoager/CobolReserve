      *Most currencies carry two places, a new one starts there
              MOVE 2 TO E-MINOR-UNITS
           END-IF
      *Not traded as notes until SETNOTE gives it note rates
           MOVE 0 TO E-NOTE-MAN
           MOVE 0 TO E-NOTE-EXP
           MOVE 0 TO E-NOTE-BUY-MAN
           MOVE 0 TO E-NOTE-BUY-EXP
           MOVE 0 TO E-NOTE-REORDER-LEVEL
           MOVE 0 TO E-NOTE-ORDER-TARGET

           WRITE E-RECORD
           INVALID KEY
