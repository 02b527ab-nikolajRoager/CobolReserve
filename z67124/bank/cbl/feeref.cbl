      *named TR-RECORD back to the customer, debits the matching
      *fee-income bucket on the BANK account, carries a reason code
      *on the ledger leg, and refuses to refund the same fees twice.
      *FEEREFRP rolls the month's refunds up by reason and teller.
      *Where the fee carried VAT (a "VAT on fee" leg pointing at the
      *same key) the VAT comes back too, in proportion to the
      *transaction fee refunded, on a "VAT refund" leg taken off the
      *VATPAY liability account
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - no
      *operator refunds fees onto their own or a connected person's
      *account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'FEEREF'.
           05 SL-ARG-ACCOUNT PIC X(9).
           05 SL-ARG-IDENTITY PIC X(9).
           05 SL-ARG-SECONDARY PIC X(9).
           05 SL-ARG-RESULT PIC X(1).
       01 WS-TODAY PIC 9(8).
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-SCAN-EOF PIC X.
       01 WS-FX-FEE PIC S9(11)V9(4).
       01 WS-TXN-FEE PIC S9(11)V9(4).
       01 WS-REFUND-TOTAL PIC S9(11)V9(4).
      *The leg's whole transaction fee, and the VAT posted on it
       01 WS-ORIG-TXN-FEE PIC S9(11)V9(4).
       01 WS-LEG-VAT PIC S9(11)V9(4).
       01 WS-VAT-REFUND PIC S9(11)V9(4).
      *The reason code lands on the remittance field as "FEE <code>",
      *which is also how FEEREFRP finds the month's refunds
       01 WS-REASON-REF.
           END-READ
           MOVE TR-MY-NAME TO WS-ORIG-ACCOUNT
           MOVE TR-OWN-CURRENCY TO WS-ORIG-CCY
           MOVE TR-TRANSACTION-FEE TO WS-ORIG-TXN-FEE
           MOVE 0 TO WS-FX-FEE
           MOVE 0 TO WS-TXN-FEE
           IF ARG-WHICH = 'F' OR ARG-WHICH = 'B'
              GOBACK
           END-IF

      *The VAT follows the transaction fee back in the same
      *proportion - an exchange-fee-only refund carries none
           MOVE 0 TO WS-VAT-REFUND
           IF WS-LEG-VAT > 0 AND WS-ORIG-TXN-FEE > 0
              COMPUTE WS-VAT-REFUND ROUNDED
                 = WS-LEG-VAT * WS-TXN-FEE / WS-ORIG-TXN-FEE
           END-IF

      *Credit the customer the fee portion, in the same account
      *currency it was taken in
           MOVE WS-ORIG-ACCOUNT TO ACT-NAME
              CLOSE USER-TRANSFERS
              GOBACK
           END-READ
           PERFORM CHECK-STAFF-LINK
           IF SL-ARG-RESULT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator linked to this account"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE
              = ACT-BALANCE + WS-REFUND-TOTAL + WS-VAT-REFUND
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-REFUND-LEG
           IF WS-VAT-REFUND > 0
              PERFORM LOG-VAT-REFUND-LEG
           END-IF

      *And back out of the bank's own fee-income buckets, the same
      *fields the posting credited them into, so FEERECON still ties
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
      *The refunded VAT is no longer owed to the authority
           IF WS-VAT-REFUND > 0
              MOVE "VATPAY   " TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE ACT-REC TO WS-JR-BEFORE
                 COMPUTE ACT-BALANCE = ACT-BALANCE - WS-VAT-REFUND
                 REWRITE ACT-REC
                 PERFORM JOURNAL-ACCOUNT-REWRITE
              END-READ
           END-IF
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           MOVE WS-REFUND-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "FeesRefunded":' WS-AMOUNT-EDIT ','
           MOVE WS-VAT-REFUND TO WS-AMOUNT-EDIT
           DISPLAY '  "VATRefunded":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' WS-ORIG-CCY '",'
           DISPLAY '  "Reason":"' ARG-REASON '"'
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           GOBACK.
      *The same walk also picks up the VAT posted on the leg, if any
       CHECK-NOT-ALREADY-REFUNDED.
           MOVE 'N' TO WS-ALREADY-REFUNDED
           MOVE 0 TO WS-LEG-VAT
           MOVE 'N' TO WS-SCAN-EOF
           MOVE WS-ORIG-ACCOUNT TO TR-MY-NAME
           MOVE LOW-VALUES TO TR-TIME-STAMP
                            AND TR-REF-KEY = ARG-TR-KEY
                         MOVE 'Y' TO WS-ALREADY-REFUNDED
                      END-IF
                      IF TR-TYPE-NAME = "VAT on fee"
                            AND TR-REF-KEY = ARG-TR-KEY
                         COMPUTE WS-LEG-VAT = - TR-AMOUNT
                      END-IF
                   END-IF
           END-READ.
      *The typed refund leg: reason code on the remittance field,
              MOVE 'N' TO WS-SUCCESS-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
      *The VAT coming back, on its own leg against VATPAY and pointing
      *at the same fee leg, so VATRTN can take it off the month's tax
       LOG-VAT-REFUND-LEG.
           MOVE "VATPAY   " TO WS-TR-THEIR-NAME
           MOVE "VAT refund" TO WS-TR-TYPE-NAME
           MOVE WS-VAT-REFUND TO WS-TR-AMOUNT
           MOVE WS-VAT-REFUND TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Same millisecond as the refund leg - nudge once
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
           MOVE 'W' TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-BEFORE
           MOVE TR-RECORD TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL
           PERFORM INDEX-TRANSFER-WRITE.
      *Put the posting on its business day's index for the daily
      *batches - only once the ledger really holds it
       INDEX-TRANSFER-WRITE.
           IF WS-T-FILE-STATUS = '00'
              MOVE 'A' TO PU-ARG-ACTION
              MOVE TR-KEY TO PU-ARG-TR-KEY
              MOVE SPACES TO PU-ARG-NEW-KEY
              CALL 'PIDXUPD' USING PU-ARG-BUFFER
           END-IF.
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS.
      *The account's holders, as STAFFCHK wants them - the customer
      *identity is ACT-OWNER, or the account's own name when primary
       CHECK-STAFF-LINK.
           MOVE WS-OPERATOR-ID TO SL-ARG-OPERATOR-ID
           MOVE ACT-NAME TO SL-ARG-ACCOUNT
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO SL-ARG-IDENTITY
           ELSE
              MOVE ACT-OWNER TO SL-ARG-IDENTITY
           END-IF
           MOVE ACT-SECONDARY-NAME TO SL-ARG-SECONDARY
           CALL 'STAFFCHK' USING SL-ARG-BUFFER.
