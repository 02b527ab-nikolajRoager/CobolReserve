      *So the amount taken from the account is larger
      *
      *The fees get added to the bank account
      *
      *Foreign notes keyed at a teller's counter convert at the
      *currency's banknote rates rather than its transfer rates
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
       01 WS-JR-FILE-STATUS PIC XX.
       COPY wstrnrep.
       01 FLAGS.
           05 WS-CHANNEL PIC X VALUE 'T'.
               88 WS-IS-CASH-CHANNEL VALUE 'C'.
           05 WS-TELLER-ID PIC X(8).
      *Y = foreign notes over the counter, converting at the note
      *rates instead of the transfer rates, see GET-EXCHANGE
           05 WS-NOTE-RATES PIC X VALUE 'N'.
      *Staging for one central operations event, laid out exactly
      *like OPSLOG's own LINKAGE SECTION - so the 02:00 failure is
      *on the operators' digest before a customer calls
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.

      *Power-of-attorney scratch: whether the presented hash proved a
      *registered attorney's authority, and whose
       01 WS-ALIAS-RESOLVE.
           05 WS-RS-NAME PIC X(9).
           05 WS-RS-OK PIC X.
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - a
      *teller may not key work onto their own or a connected person's
      *account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'DEPWIT'.
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
           05 NC-ARG-NOTICE-DAYS PIC 9(3) VALUE 0.
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
       01 WS-CASH-USED-TODAY PIC S9(11)V9(4).
       01 WS-EXCHANGE-CALCULATIONS.
      *Exchange rate from what the user entered to default
                 GOBACK
              END-IF

      *Nor does a teller's own or connected person's account take
      *work the teller keys
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
              END-IF

      *An open escrow holds the deposit neither party may touch -
      *withdrawals refuse while credits still fund it
              IF ACT-IS-ESCROW AND WS-AMOUNT < 0
      *Check if currency is valid, setting exchange rates in process
              PERFORM GET-EXCHANGE
      *A direct pair rate for this corridor overrides the two legs
      *just loaded, when the desk maintains one - but not the note
      *rate on a leg of foreign cash
              IF WS-NOTE-RATES NOT = 'Y'
                 PERFORM APPLY-CROSS-RATE
              END-IF
      *A rate-lock quote from FXQUOTE overrides the live legs - an
      *expired or mismatched quote is refused outright rather than
      *quietly converting at today's rate
      *A corridor-specific fee schedule entry overrides the flat
      *STATFILE rate already loaded above
               PERFORM GET-FEE-SCHEDULE
               PERFORM GET-PRICING-AGREEMENT

      *Convert currencies and calculate expected fees
               PERFORM CALC-CURRENCY-AND-FEES
                     GOBACK
               END-IF

      *A notice savings account only lets go of money that has
      *served its notice period - NOTCHECK knows the product and
      *the register, and passes anything else straight through
               IF WS-D-BLNCE < 0
                  MOVE ACT-NAME TO NC-ARG-ACCOUNT
                  MOVE ACT-PRODUCT-CODE TO NC-ARG-PRODUCT-CODE
                  MOVE ACT-TYPE TO NC-ARG-ACCOUNT-TYPE
                  MOVE 'C' TO NC-ARG-ACTION
                  COMPUTE NC-ARG-AMOUNT = - WS-D-BLNCE
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
               END-IF

      *Ok, now we can update the user account
               MOVE ACT-REC TO WS-JR-BEFORE
               COMPUTE ACT-BALANCE = ACT-BALANCE + WS-D-BLNCE
               MOVE WS-TODAY TO ACT-LAST-ACTIVITY
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE
      *The debit has gone - draw it off the matured notice
               IF WS-D-BLNCE < 0 AND NC-ARG-NOTICE-DAYS > 0
                  MOVE 'U' TO NC-ARG-ACTION
                  CALL 'NOTCHECK' USING NC-ARG-BUFFER
               END-IF
               IF WS-IS-CASH-CHANNEL AND WS-D-BLNCE < 0
                  PERFORM UPDATE-CASH-USED
               END-IF
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
      *A negotiated relationship agreement on the account's
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
      *Start assuming both currencies exist, and transfer rates -
      *PQPOST calls us once per queued item, so nothing carries over
           MOVE 'Y' TO WS-VALID-CURRENCY
           MOVE 'N' TO WS-NOTE-RATES
           OPEN INPUT EXCHANGE-RATES
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
      *Currency not found, nor the file it is in
                      MOVE 'N' TO WS-VALID-CURRENCY
                   END-IF
                   MOVE E-MAX-TXN-AMOUNT TO WS-MAX-TXN-AMOUNT
      *Foreign notes a teller takes in or pays out are cash, priced
      *at the currency's note rates - the bank buys notes handed in
      *and sells the notes it pays out. A currency with no note rate
      *set still converts at its transfer rate
                   IF WS-TELLER-ID NOT = SPACES
                         AND WS-CURRENCY NOT = ACT-CURRENCY
                         AND WS-CURRENCY NOT = DEFAULT-CURRENCY
                         AND E-NOTE-MAN NUMERIC
                         AND E-NOTE-EXP NUMERIC
                         AND E-NOTE-BUY-MAN NUMERIC
                         AND E-NOTE-BUY-EXP NUMERIC
                         AND E-NOTE-MAN > 0
                         AND E-NOTE-BUY-MAN > 0
                      MOVE 'Y' TO WS-NOTE-RATES
                      IF WS-AMOUNT < 0
                         MOVE E-NOTE-MAN TO E-BUY-MAN
                         MOVE E-NOTE-EXP TO E-BUY-EXP
                      ELSE
                         MOVE E-NOTE-BUY-MAN TO E-BUY-MAN
                         MOVE E-NOTE-BUY-EXP TO E-BUY-EXP
                      END-IF
                   END-IF
      *The bank is acquiring WS-CURRENCY here, so it buys it off the
      *customer at the buy rate
      *The exchange rate is stored in number of other currency,
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
              MOVE 0 TO WS-TRNS-FEE
              MOVE 0 TO WS-EXCH-FEE
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
      *Hold a big third-party deposit's funds until the availability
           MOVE WS-D-BLNCE TO AV-AMOUNT
           MOVE ACT-CURRENCY TO AV-CURRENCY
           MOVE WS-AVAIL-DATE TO AV-AVAILABLE-DATE
           MOVE SPACE TO AV-RELEASE-ON
           WRITE AV-RECORD
           INVALID KEY
              ADD 1 TO AV-MILIS
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
