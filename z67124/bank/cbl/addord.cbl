              MOVE 'F' TO SO-ORDER-TYPE
              MOVE 0 TO SO-TARGET-BALANCE
           END-IF
           MOVE SPACES TO SO-BANK-ID
           MOVE SPACES TO SO-BENEFICIARY
           WRITE SO-RECORD
           INVALID KEY
               DISPLAY '{'
