           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-FROM-NAME PIC X(9).
       01 WS-TO-NAME   PIC X(9).
           05 WS-PY-EOF PIC X.
           05 WS-REGISTERED-NAME PIC X(30).
           05 WS-AC1-OWNER PIC X(9).
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - a
      *teller may not key work onto their own or a connected person's
      *account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'TRNSFR'.
           05 SL-ARG-ACCOUNT PIC X(9).
           05 SL-ARG-IDENTITY PIC X(9).
           05 SL-ARG-SECONDARY PIC X(9).
           05 SL-ARG-RESULT PIC X(1).
      *Laid out exactly like CHKDIGIT's own LINKAGE SECTION
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
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
      *Standard rates, kept aside when a relationship agreement
      *overrides them so what it cost can be worked out
       01 WS-STD-TRANSACTION-FEE PIC 9V9999.
       01 WS-STD-EXCHANGE-FEE PIC 9V9999.
      *Laid out exactly like PRICTERM's own LINKAGE SECTION
       01 PC-ARG-BUFFER.
           05 PC-ARG-ACTION PIC X(1).
           05 PC-ARG-CUSTOMER PIC X(9).
           05 PC-ARG-ON-DATE PIC 9(8).
           05 PC-ARG-FOUND PIC X(1) VALUE 'N'.
           05 PC-ARG-TXN-FEE-FLAG PIC X(1).
           05 PC-ARG-TRANSACTION-FEE PIC 9V9999.
           05 PC-ARG-FX-FEE-FLAG PIC X(1).
           05 PC-ARG-EXCHANGE-FEE PIC 9V9999.
           05 PC-ARG-RATE-FLAG PIC X(1).
           05 PC-ARG-CREDIT-RATE PIC 9V9999.
           05 PC-ARG-MAINT-FLAG PIC X(1).
           05 PC-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PC-ARG-COST-TXN-FEE PIC S9(11)V9(4) VALUE 0.
           05 PC-ARG-COST-FX-FEE PIC S9(11)V9(4) VALUE 0.
           05 PC-ARG-COST-INTEREST PIC S9(11)V9(4) VALUE 0.
           05 PC-ARG-COST-MAINT-FEE PIC S9(11)V9(4) VALUE 0.
      *Per-currency minor-unit rounding (request of finance: JPY/ISK
      *statements carried 4 impossible decimals). Converted amounts
      *round to the account currency's real decimal places and the
      *Set by a replayed call from APPROVE so the threshold check below
      *is not applied a second time
       01 WS-SKIP-APPROVAL PIC X.
      *'Y' = the caller credits BANK itself, see ARG-DEFER-BANK
       01 WS-DEFER-BANK PIC X(1).
       01 WS-APPROVAL-THRESHOLD PIC S9(11)V9(4).
       01 WS-EXCHANGE-CALCULATIONS.
           05 WS-AC0-CURRENCY PIC XXX.
      *must check this before marking their own record done, and
      *must NOT re-present an 'H' - the hold owns it now
           05 ARG-RESULT    PIC X(1).
      *Read only when ARG-LENGTH runs on past ARG-RESULT to cover it.
      *'Y' = leave BANK alone and hand its two fee credits back below
      *instead, for a caller that credits the bank once for its whole
      *run (SWEEPRUN's partitions, which must not contend for the
      *BANK record). Anything else, or a shorter buffer, credits BANK
      *here as always
           05 ARG-DEFER-BANK PIC X(1).
      *Output only, and only set when the BANK credit was deferred -
      *the transaction fee, and the FX fee plus minor-unit rounding
      *residue, in the default currency
           05 ARG-BANK-TXN-FEE PIC S9(11)V9(8).
           05 ARG-BANK-FX-FEE PIC S9(11)V9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
      *co-sign flag must not leak from one transfer into the next
           MOVE 'N' TO WS-COSIGN-HOLD.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 87.
      *10 = through ARG-RESULT, so anything longer carries the flag
           MOVE 'N' TO WS-DEFER-BANK.
           IF ARG-LENGTH > 10
              MOVE ARG-DEFER-BANK TO WS-DEFER-BANK
              MOVE 0 TO ARG-BANK-TXN-FEE
              MOVE 0 TO ARG-BANK-FX-FEE
              MOVE 9 TO ARG-LENGTH
           END-IF.
      *Reject malformed PARM input before it ever reaches NUMVAL
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
              DISPLAY '{'
              GOBACK
           END-IF.

      *Teller-keyed work onto the teller's own or a connected
      *person's account is refused, either side of the transfer
           IF WS-TELLER-ID NOT = SPACES
              PERFORM CHECK-STAFF-LINK
              IF SL-ARG-RESULT = 'Y'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Operator linked to this account"'
                 DISPLAY '}'
                 CLOSE USER-ACCOUNTS
                 CLOSE USER-TRANSFERS
                 CLOSE STATS
                 GOBACK
              END-IF
           END-IF.

      *While we are at it, save the currency we are moving to
      *(and the owning customer, for the new-payee check later)
           MOVE ACT-CURRENCY TO WS-AC1-CURRENCY.
                 GOBACK
              END-IF.

              IF WS-TELLER-ID NOT = SPACES
                 PERFORM CHECK-STAFF-LINK
                 IF SL-ARG-RESULT = 'Y'
                    DISPLAY '{'
                    DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Operator linked to this account"'
                    DISPLAY '}'
                    CLOSE USER-ACCOUNTS
                    CLOSE USER-TRANSFERS
                    CLOSE STATS
                    GOBACK
                 END-IF
              END-IF.

      *An open escrow holds the deposit neither party may touch -
      *every debit out of it refuses; only ESCROW's release path
      *moves the money, directly
      *account currency to the receiver's account currency, overrides
      *the flat STATFILE rate already loaded above
               PERFORM GET-FEE-SCHEDULE
               PERFORM GET-PRICING-AGREEMENT

      *Convert currencies and calculate expected fees
               PERFORM CALC-CURRENCY-AND-FEES
                     GOBACK
               END-IF

      *A notice savings account only lets go of money that has
      *served its notice period - NOTCHECK knows the product and
      *the register, and passes anything else straight through
               MOVE ACT-NAME TO NC-ARG-ACCOUNT
               MOVE ACT-PRODUCT-CODE TO NC-ARG-PRODUCT-CODE
               MOVE ACT-TYPE TO NC-ARG-ACCOUNT-TYPE
               MOVE 'C' TO NC-ARG-ACTION
               COMPUTE NC-ARG-AMOUNT = - WS-D-BLNCE0
               CALL 'NOTCHECK' USING NC-ARG-BUFFER
               IF NC-ARG-RESULT = 'N'
                     DISPLAY '{'
                     DISPLAY '  "success":0,'
               DISPLAY '  "error":"Notice required - amount exceeds'
                  ' matured notice"'
                     DISPLAY '}'
                    CLOSE USER-ACCOUNTS
                    CLOSE USER-TRANSFERS
                    CLOSE STATS
                     GOBACK
               END-IF

      *Ok, now we can update the user account, D BLNCE is negative
               MOVE ACT-REC TO WS-JR-BEFORE
               COMPUTE ACT-BALANCE = ACT-BALANCE + WS-D-BLNCE0
               MOVE WS-TODAY TO ACT-LAST-ACTIVITY
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE
      *The debit has gone - draw it off the matured notice
               IF NC-ARG-NOTICE-DAYS > 0
                  MOVE 'U' TO NC-ARG-ACTION
                  CALL 'NOTCHECK' USING NC-ARG-BUFFER
               END-IF
               PERFORM UPDATE-VELOCITY
      *The sender's new balance is still loaded - tell the customer
      *about a large debit or a balance gone thin before moving on
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE

      *And update the bank - unless the caller is crediting it once
      *for the whole run, in which case it just gets the fees back
           IF WS-DEFER-BANK = 'Y'
               MOVE WS-TRNS-FEE TO ARG-BANK-TXN-FEE
               COMPUTE ARG-BANK-FX-FEE = WS-EXCH-FEE + WS-RESIDUE-DEF
           ELSE
               MOVE "BANK     " TO ACT-NAME
               READ USER-ACCOUNTS RECORD KEY ACT-NAME
               INVALID KEY
                  + WS-EXCH-FEE + WS-RESIDUE-DEF
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE
           END-IF

               IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
      * We don't need to close it, it is not open
                 GOBACK
              ELSE
                 MOVE 'Y' TO ARG-RESULT
                 PERFORM RECORD-PRICING-COST
                 DISPLAY '{'
      *This will write success or failure
                 PERFORM LOG-TRANSFER
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF.
      *A negotiated relationship agreement on the sender's
      *identity overrides whichever rate - STATFILE or corridor -
      *is loaded by now, for the terms it covers. The standard rates
      *are kept so CALC-CURRENCY-AND-FEES can cost the difference
       GET-PRICING-AGREEMENT.
           MOVE WS-TRANSACTION-FEE TO WS-STD-TRANSACTION-FEE
           MOVE WS-EXCHANGE-FEE TO WS-STD-EXCHANGE-FEE
           MOVE 0 TO PC-ARG-COST-TXN-FEE
           MOVE 0 TO PC-ARG-COST-FX-FEE
           MOVE 'L' TO PC-ARG-ACTION
           IF ACT-OWNER NOT = SPACES
              MOVE ACT-OWNER TO PC-ARG-CUSTOMER
           ELSE
              MOVE ACT-NAME TO PC-ARG-CUSTOMER
           END-IF
           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE TO PC-ARG-ON-DATE
           ELSE
              MOVE WS-TODAY TO PC-ARG-ON-DATE
           END-IF
           CALL 'PRICTERM' USING PC-ARG-BUFFER
           IF PC-ARG-TXN-FEE-FLAG = 'Y'
              MOVE PC-ARG-TRANSACTION-FEE TO WS-TRANSACTION-FEE
           END-IF
           IF PC-ARG-FX-FEE-FLAG = 'Y'
              MOVE PC-ARG-EXCHANGE-FEE TO WS-EXCHANGE-FEE
           END-IF.
      *Once the posting has gone through, put what the agreement
      *cost on its running totals for PRICREP
       RECORD-PRICING-COST.
           IF PC-ARG-FOUND = 'Y'
                 AND (PC-ARG-COST-TXN-FEE NOT = 0
                    OR PC-ARG-COST-FX-FEE NOT = 0)
              MOVE 'C' TO PC-ARG-ACTION
              MOVE 0 TO PC-ARG-COST-INTEREST
              MOVE 0 TO PC-ARG-COST-MAINT-FEE
              CALL 'PRICTERM' USING PC-ARG-BUFFER
           END-IF.
      *Set exchange rate variables
      *We also check for currency existing
       GET-EXCHANGE.
      *The banks cut is always positive
      *This cut is now in default currency
              COMPUTE WS-EXCH-FEE = FUNCTION ABS ( WS-EXCH-FEE )
      *What the standard margin would have taken, less what was
              COMPUTE PC-ARG-COST-FX-FEE = FUNCTION ABS ( WS-AMOUNT
                 * WS-STD-EXCHANGE-FEE ) - WS-EXCH-FEE
           ELSE
              MOVE 0 TO WS-EXCH-FEE
           END-IF
      *The banks cut is always positive
      *This cut is now in default currency
              COMPUTE WS-TRNS-FEE = FUNCTION ABS ( WS-TRNS-FEE )
              COMPUTE PC-ARG-COST-TXN-FEE = FUNCTION ABS ( WS-AMOUNT
                 * WS-STD-TRANSACTION-FEE ) - WS-TRNS-FEE
           ELSE
      *If either the sender or receiver is the bank, there is no fee
              MOVE 0 TO WS-TRNS-FEE
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
      *idiom the notification outbox uses. A journal that can not be
      *written must not block the posting itself
           MOVE WS-TR-TYPE-NAME TO DL-TYPE
           MOVE WS-TR-OWN-AMOUNT TO DL-AMOUNT
           MOVE WS-TR-OWN-CURRENCY TO DL-CURRENCY
           MOVE SPACES TO DL-MCC
           WRITE DL-RECORD
           CLOSE INTRADAY-DELTAS.
      *Honour a rate lock: the quote must exist, be inside its
              END-READ
           END-IF
           CLOSE TYPE-BUDGETS.
      *The account's holders, as STAFFCHK wants them - the customer
      *identity is ACT-OWNER, or the account's own name when primary
       CHECK-STAFF-LINK.
           MOVE WS-TELLER-ID TO SL-ARG-OPERATOR-ID
           MOVE ACT-NAME TO SL-ARG-ACCOUNT
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO SL-ARG-IDENTITY
           ELSE
              MOVE ACT-OWNER TO SL-ARG-IDENTITY
           END-IF
           MOVE ACT-SECONDARY-NAME TO SL-ARG-SECONDARY
           CALL 'STAFFCHK' USING SL-ARG-BUFFER.
