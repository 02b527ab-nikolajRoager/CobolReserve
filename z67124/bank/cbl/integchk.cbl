              MOVE 'sender account deleted' TO WS-REASON
              MOVE 'Y' TO WS-WORST
           END-IF
      *A payee at another bank has no account of ours to lose
           IF WS-REASON = SPACES AND SO-BANK-ID = SPACES
              MOVE SO-TO-NAME TO ACT-NAME
              PERFORM LOOK-UP-ACCOUNT
              IF WS-ACT-FOUND = 'N'
