      *Pre-flight "would this transfer post?" inquiry. Runs a proposed
      *transfer through the same gauntlet TRNSFR applies - account
      *status, PIN lockout, currency limits, the LGLHOLDS spendable
      *floor, corridor fees, the velocity guard, the notice period
      *on a notice savings account, the approval threshold, the
      *blocklist and the new-payee stop - and reports
      *the FULL list of what would stop it plus the exact fee and FX
      *breakdown, WITHOUT touching ACCOUNTS or TRANSFER. Branch staff
      *run this while the customer is still at the counter instead of
       01 WS-SENDER-SNAPSHOT.
           05 WS-AC0-BALANCE PIC S9(12)V9(4).
           05 WS-AC0-OVERDRAFT PIC 9(11)V9(4).
           05 WS-AC0-PRODUCT PIC X(8).
           05 WS-AC0-TYPE PIC X(1).
      *Laid out exactly like NOTCHECK's own LINKAGE SECTION
       01 NC-ARG-BUFFER.
           05 NC-ARG-ACCOUNT PIC X(9).
           05 NC-ARG-PRODUCT-CODE PIC X(8).
           05 NC-ARG-ACCOUNT-TYPE PIC X(1).
           05 NC-ARG-ACTION PIC X(1).
           05 NC-ARG-AMOUNT PIC 9(11)V9(4).
           05 NC-ARG-RESULT PIC X(1).
           05 NC-ARG-NOTICE-DAYS PIC 9(3).
           05 NC-ARG-MATURED PIC 9(11)V9(4).
           05 NC-ARG-PENDING PIC 9(11)V9(4).
           05 NC-ARG-NEXT-MATURITY PIC 9(8).
       01 WS-MINOR-UNIT-ROUNDING.
           05 WS-ROUND-UNITS PIC 9(1).
           05 WS-ROUND-SCALED PIC S9(15).
           MOVE ACT-CURRENCY TO WS-AC0-CURRENCY
           MOVE ACT-BALANCE TO WS-AC0-BALANCE
           MOVE ACT-OVERDRAFT-LIMIT TO WS-AC0-OVERDRAFT
           MOVE ACT-PRODUCT-CODE TO WS-AC0-PRODUCT
           MOVE ACT-TYPE TO WS-AC0-TYPE
           MOVE ACT-SECONDARY-NAME TO WS-AC0-SECONDARY
           IF ACT-TWOSIGN-THRESHOLD NUMERIC
              MOVE ACT-TWOSIGN-THRESHOLD TO WS-AC0-TWOSIGN
              PERFORM ADD-BLOCKER
           END-IF

      *A notice savings account only lets go of matured notice -
      *NOTCHECK's check action reads the register and writes nothing
           MOVE WS-FROM-NAME TO NC-ARG-ACCOUNT
           MOVE WS-AC0-PRODUCT TO NC-ARG-PRODUCT-CODE
           MOVE WS-AC0-TYPE TO NC-ARG-ACCOUNT-TYPE
           MOVE 'C' TO NC-ARG-ACTION
           COMPUTE NC-ARG-AMOUNT = - WS-D-BLNCE0
           CALL 'NOTCHECK' USING NC-ARG-BUFFER
           IF NC-ARG-RESULT = 'N'
              MOVE 'Notice required - amount exceeds matured notice'
                 TO WS-BLOCKER-TEXT
              PERFORM ADD-BLOCKER
           END-IF

      *The velocity guard, predicted off today's running figures
           PERFORM CHECK-VELOCITY
           IF WS-VELOCITY-MAX-COUNT > 0
