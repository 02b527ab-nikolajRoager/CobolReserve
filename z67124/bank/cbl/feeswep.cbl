      *Monthly batch job: scan USER-ACCOUNTS for any balance (account
      *currency) below its minimum and take the maintenance fee out of
      *it, same shape as INTPOST's nightly interest sweep. Minimum and
      *fee are the account's product terms through PRODTERM, the
      *bank-wide S-MIN-BALANCE/S-MAINTENANCE-FEE for an account with
      *no product. A negotiated relationship agreement (PRICTERM)
      *replaces the fee, and the fee forgone is costed against it.
      *The fee is VAT-inclusive: VATSPLIT cuts it into the net fee
      *for BANK's income and the VAT, posted as its own leg and
      *parked on the VATPAY account after the sweep
      *
      *The BANK account itself is excempt, same as it is excempt from
      *transaction/exchange fees in DEPWIT/TRNSFR and from interest in
      *INTPOST
      *
      *Like INTPOST the sweep can be split into ACT-NAME key ranges
      *run as parallel jobs (ARG-ACTION P), each carrying its own fee
      *and VAT totals on its own RUN-CONTROL record. The plain run of
      *a split month is the merge: BANK and VATPAY are credited once,
      *and only once every partition has finished - see runctl.cpy
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
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-PERIOD PIC X(8).
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AFTER PIC X(9).
       01 WS-TODAY PIC 9(8).
      *The day the product terms are taken for - the business date
      *when one is set, else the machine date
       01 WS-TERMS-DATE PIC 9(8).
      *Partitioned running, see runctl.cpy. P = this job sweeps one
      *key range; anything else is the whole file in one run, or the
      *merge once the month has been split
       01 WS-RUN-MODE PIC X.
       01 WS-MERGE-DUE PIC X.
       01 WS-MERGE-READY PIC X.
       01 WS-RANGE-TO PIC X(9).
       01 WS-REFUSAL PIC X(60).
       01 WS-PART-PROBLEM PIC X(40).
       01 WS-PART-COUNT PIC 9(1).
       01 WS-PX PIC 9(1).
       01 WS-CHAIN-FROM PIC X(9).
       01 WS-CARRY-AMOUNT PIC S9(12)V9(4).
       01 WS-CARRY-TAX PIC S9(12)V9(4).
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
      *pushed past its own overdraft limit by the sweep
           05 WS-FEE-TAKEN PIC S9(11)V9(4).
       01 WS-ACCOUNTS-CHARGED PIC 9(6) VALUE 0.
      *Laid out exactly like PRODTERM's own LINKAGE SECTION
       01 PT-ARG-BUFFER.
           05 PT-ARG-PRODUCT-CODE PIC X(8).
           05 PT-ARG-ON-DATE PIC 9(8).
           05 PT-ARG-ACCOUNT-TYPE PIC X(1).
           05 PT-ARG-FOUND PIC X(1).
           05 PT-ARG-PRODUCT-NAME PIC X(20).
           05 PT-ARG-PRODUCT-TYPE PIC X(1).
           05 PT-ARG-CREDIT-RATE PIC 9V9999.
           05 PT-ARG-DEBIT-RATE PIC 9V9999.
           05 PT-ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 PT-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PT-ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 PT-ARG-PRODUCT-STATUS PIC X(1).
           05 PT-ARG-EFFECTIVE-DATE PIC 9(8).
           05 PT-ARG-NOTICE-DAYS PIC 9(3).
           05 PT-ARG-BONUS-RATE PIC 9V9999.
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
      *Running total of every fee taken this sweep, credited to BANK's
      *own balance and fee-income sub-ledger in one posting after the
      *sweep finishes - USER-ACCOUNTS is open ACCESS MODE DYNAMIC here
      *so a keyed random read for "BANK     " can not be interleaved
      *into CHARGE-ONE-ACCOUNT without risking that cursor
       01 WS-TOTAL-FEES-TAKEN PIC S9(11)V9(4) VALUE 0.
      *And the VAT inside those fees, bound for VATPAY the same way
       01 WS-TOTAL-VAT-TAKEN PIC S9(11)V9(4) VALUE 0.
      *Laid out exactly like VATSPLIT's own LINKAGE SECTION
       01 VS-ARG-BUFFER.
           05 VS-ARG-FEE-TYPE PIC X(20).
           05 VS-ARG-GROSS PIC S9(11)V9(4).
           05 VS-ARG-NET PIC S9(11)V9(4).
           05 VS-ARG-VAT PIC S9(11)V9(4).
           05 VS-ARG-RATE PIC 9V9999.
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'FEESWEP'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-LENGTH PIC S9(4) COMP.
      *Space = the whole file, or the merge of a split month. P =
      *sweep one key range as partition ARG-PARTITION of
      *ARG-PART-COUNT, alongside the other partitions' jobs
           05 ARG-ACTION PIC X(1).
           05 ARG-PARTITION PIC 9(1).
           05 ARG-PART-COUNT PIC 9(1).
      *The partition's range, from inclusive to exclusive - spaces
      *for the start or end of the file
           05 ARG-FROM-KEY PIC X(9).
           05 ARG-TO-KEY PIC X(9).
      *Output: Y = this run's share is posted - the whole month, or
      *for a partition just its range
           05 ARG-RESULT PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-RESULT
           MOVE SPACE TO WS-RUN-MODE
           IF ARG-LENGTH > 0
              MOVE ARG-ACTION TO WS-RUN-MODE
           END-IF
      *A partition is measured under its own control key's name
           PERFORM START-RUN-STATS
           IF WS-RUN-MODE = 'P' AND ARG-PARTITION NUMERIC
              MOVE ARG-PARTITION TO RS-ARG-PROGRAM(8:1)
           END-IF
           PERFORM OPEN-FILES
      *One sweep per calendar month: the period is the business (or
      *machine) date's year and month
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE(1:6) TO WS-PERIOD
              MOVE S-BUSINESS-DATE TO WS-TERMS-DATE
           ELSE
              MOVE WS-TODAY(1:6) TO WS-PERIOD
              MOVE WS-TODAY TO WS-TERMS-DATE
           END-IF
           MOVE 'N' TO WS-MERGE-DUE
           MOVE SPACES TO WS-RANGE-TO
           IF WS-RUN-MODE = 'P'
              PERFORM CHECK-PARTITION-CONTROL
                 THRU CHECK-PARTITION-CONTROL-EXIT
           ELSE
              PERFORM CHECK-RUN-CONTROL
                 THRU CHECK-RUN-CONTROL-EXIT
           END-IF
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Period ' WS-PERIOD ' '
                 FUNCTION TRIM(WS-REFUSAL) '"'
              DISPLAY '}'
              CLOSE RUN-CONTROL
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-MERGE-DUE = 'Y'
              PERFORM MERGE-PARTITIONS
                 THRU MERGE-PARTITIONS-EXIT
              DISPLAY '{'
              IF WS-MERGE-READY = 'Y'
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"No error",'
                 MOVE 'Y' TO ARG-RESULT
                 MOVE WS-PART-COUNT TO RS-ARG-READ
                 MOVE WS-PART-COUNT TO RS-ARG-POSTED
                 MOVE 'C' TO RS-ARG-STATUS
              ELSE
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Period ' WS-PERIOD ' not posted, '
                    FUNCTION TRIM(WS-REFUSAL) '",'
                 CLOSE RUN-CONTROL
                 MOVE 'S' TO RS-ARG-STATUS
              END-IF
              DISPLAY '  "Partitions":' WS-PART-COUNT
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *An abended run picks up after the last account it finished; a
      *partition's first run starts at the bottom of its range
           IF WS-RESTART-AFTER NOT = SPACES
              MOVE WS-RESTART-AFTER TO ACT-NAME
              START USER-ACCOUNTS KEY IS > ACT-NAME
           ELSE
              IF WS-RUN-MODE = 'P' AND ARG-FROM-KEY NOT = SPACES
                 MOVE ARG-FROM-KEY TO ACT-NAME
                 START USER-ACCOUNTS KEY IS >= ACT-NAME
                 IF WS-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                 END-IF
              END-IF
           END-IF
           PERFORM CHARGE-ACCOUNTS UNTIL WS-EOF = 'Y'
      *A partition leaves its fees and VAT on its own control record
      *for the merge to credit with everyone else's
           IF WS-RUN-MODE = 'P'
              MOVE WS-TOTAL-FEES-TAKEN TO RN-CARRIED-TOTAL
              MOVE WS-TOTAL-VAT-TAKEN TO RN-CARRIED-TAX
           ELSE
      *Credit first, then mark complete - an abend between the two
      *re-runs an empty sweep rather than dropping the credit
              IF WS-TOTAL-FEES-TAKEN > 0
                 PERFORM CREDIT-BANK-FEES
              END-IF
              IF WS-TOTAL-VAT-TAKEN > 0
                 PERFORM CREDIT-VAT-ACCOUNT
              END-IF
           END-IF
           PERFORM MARK-RUN-COMPLETE
           MOVE 'Y' TO ARG-RESULT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           IF WS-RUN-MODE = 'P'
              DISPLAY '  "Partition":' ARG-PARTITION ','
           END-IF
           DISPLAY '  "AccountsCharged":' WS-ACCOUNTS-CHARGED
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE STATS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O USER-ACCOUNTS
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF.
       CHARGE-ACCOUNTS.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
      *A partition stops where the next one's range begins
                   IF WS-RANGE-TO NOT = SPACES
                         AND ACT-NAME NOT < WS-RANGE-TO
                      MOVE 'Y' TO WS-EOF
                   END-IF
                   IF WS-EOF = 'N'
                      ADD 1 TO RS-ARG-READ
                   END-IF
      *The house clearing/liability accounts are not customers -
      *a low SETTLE or TAXHELD balance is a fact of the clearing
      *cycle, not grounds for a maintenance fee
                   IF WS-EOF = 'N'
                         AND ACT-NAME NOT = "BANK     "
                         AND ACT-NAME NOT = "TAXHELD  "
                         AND ACT-NAME NOT = "VATPAY   "
                         AND ACT-NAME NOT = "TERMPOOL "
                         AND ACT-NAME NOT = "LOANPOOL "
                         AND ACT-NAME NOT = "SETTLE   "
                         AND ACT-NAME NOT = "MRESERVE "
                         AND ACT-NAME NOT = "INBSUSP  "
                         AND ACT-NAME NOT = "BILLCLR  "
                         AND ACT-NAME NOT = "DRAFTS   "
                         AND ACT-NAME NOT = "ESCHEAT  "
                         AND ACT-NAME NOT = "MKTGCOST "
                      PERFORM TEST-ONE-ACCOUNT
                   END-IF
           END-READ.
      *Each account is held to its own product's floor and fee
       TEST-ONE-ACCOUNT.
           MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE WS-TERMS-DATE TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           MOVE PT-ARG-MIN-BALANCE TO WS-MIN-BALANCE
           MOVE PT-ARG-MAINTENANCE-FEE TO WS-MAINTENANCE-FEE
           PERFORM GET-PRICING-AGREEMENT
           IF ACT-BALANCE < WS-MIN-BALANCE
      *What the product's own fee would have taken, less the agreed
              COMPUTE PC-ARG-COST-MAINT-FEE
                 = PT-ARG-MAINTENANCE-FEE - WS-MAINTENANCE-FEE
              IF WS-MAINTENANCE-FEE > 0
                 PERFORM CHARGE-ONE-ACCOUNT
              END-IF
              IF PC-ARG-FOUND = 'Y' AND PC-ARG-COST-MAINT-FEE NOT = 0
                 PERFORM RECORD-PRICING-COST
                 PERFORM MARK-RUN-PROGRESS
              END-IF
           END-IF.
      *A negotiated relationship agreement on the account's
      *identity overrides the product's maintenance fee while in
      *force - the floor stays the product's
       GET-PRICING-AGREEMENT.
           MOVE 'L' TO PC-ARG-ACTION
           IF ACT-OWNER NOT = SPACES
              MOVE ACT-OWNER TO PC-ARG-CUSTOMER
           ELSE
              MOVE ACT-NAME TO PC-ARG-CUSTOMER
           END-IF
           MOVE WS-TERMS-DATE TO PC-ARG-ON-DATE
           CALL 'PRICTERM' USING PC-ARG-BUFFER
           IF PC-ARG-MAINT-FLAG = 'Y'
              MOVE PC-ARG-MAINTENANCE-FEE TO WS-MAINTENANCE-FEE
           END-IF.
      *Put what the agreement cost on its running totals for PRICREP
       RECORD-PRICING-COST.
           IF PC-ARG-FOUND = 'Y' AND PC-ARG-COST-MAINT-FEE NOT = 0
              MOVE 'C' TO PC-ARG-ACTION
              MOVE 0 TO PC-ARG-COST-TXN-FEE
              MOVE 0 TO PC-ARG-COST-FX-FEE
              MOVE 0 TO PC-ARG-COST-INTEREST
              CALL 'PRICTERM' USING PC-ARG-BUFFER
           END-IF.
      *Take the fee off the one account the cursor is on, but never
      *past its own overdraft limit, and log it the same shape
      *LOG-INTEREST in INTPOST uses
              COMPUTE WS-FEE-TAKEN = ACT-BALANCE + ACT-OVERDRAFT-LIMIT
           END-IF
           IF WS-FEE-TAKEN > 0
              MOVE "Maintenance fee" TO VS-ARG-FEE-TYPE
              MOVE WS-FEE-TAKEN TO VS-ARG-GROSS
              CALL 'VATSPLIT' USING VS-ARG-BUFFER
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-TAKEN
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
              IF WS-FILE-STATUS = '00'
                 PERFORM LOG-MAINTENANCE-FEE
                 IF VS-ARG-VAT > 0
                    PERFORM LOG-FEE-VAT
                 END-IF
                 ADD 1 TO WS-ACCOUNTS-CHARGED
                 ADD 1 TO RS-ARG-POSTED
                 ADD VS-ARG-NET TO WS-TOTAL-FEES-TAKEN
                 ADD VS-ARG-VAT TO WS-TOTAL-VAT-TAKEN
                 PERFORM MARK-RUN-PROGRESS
      *Tell the customer the fee was taken, rather than leaving it
      *for the month-end paper statement
                 MOVE WS-FEE-TAKEN TO WS-OB-AMOUNT
                 MOVE ACT-CURRENCY TO WS-OB-CCY
                 PERFORM WRITE-OUTBOX-EVENT
              ELSE
                 ADD 1 TO RS-ARG-REJECTED
              END-IF
           END-IF.
      *Credit every fee taken this sweep to BANK's own balance and its
           MOVE ACT-NAME TO WS-TR-MY-NAME.
           MOVE SPACES TO WS-TR-THEIR-NAME.
           MOVE "Maintenance fee" TO WS-TR-TYPE-NAME.
      *The net fee only - the VAT inside it follows on its own leg
           COMPUTE WS-TR-AMOUNT = - VS-ARG-NET.
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY.
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY.
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-NET.
           MOVE 0 TO WS-TR-EXHANGE-FEE.
           MOVE VS-ARG-NET TO WS-TR-TRANSACTION-FEE.
           MOVE SPACES TO WS-TR-REF-KEY.
           MOVE SPACES TO WS-TR-TELLER-ID.
           MOVE WS-TRANSFER-REPORT TO TR-RECORD.
           PERFORM JOURNAL-TRANSFER-WRITE.
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The VAT leg, pointing back at the fee leg just written so
      *FEEREF and VATRTN can pair the two. No fee field - VAT is
      *owed to the authority, not income
       LOG-FEE-VAT.
           MOVE TR-KEY TO WS-TR-REF-KEY
           MOVE "VATPAY   " TO WS-TR-THEIR-NAME
           MOVE "VAT on fee" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - VS-ARG-VAT
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-VAT
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Same millisecond as the fee leg - nudge once
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           MOVE TR-TIME-STAMP TO WS-TR-TIME-STAMP
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The VAT taken this sweep lands on the VATPAY liability account
      *in one posting, strictly after the sequential sweep - the same
      *shape INTPOST's CREDIT-TAX-ACCOUNT parks withholding on TAXHELD
       CREDIT-VAT-ACCOUNT.
           MOVE "VATPAY   " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *No liability account set up - shout, the VAT legs are
      *already on the ledger and finance must reconcile by hand
              DISPLAY '{"warning":"VATPAY account not found, '
                 'fee VAT not parked"}'
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-TOTAL-VAT-TAKEN
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
              MOVE 0 TO RN-CARRIED-TAX
              REWRITE RN-RECORD
           END-READ.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the audit log uses. A failed
      *write is swallowed - notifying must never block a posting
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
      *No control file, no guarantees - stop rather than risk the
      *double posting this record exists to prevent
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'control unavailable' TO WS-REFUSAL
              CLOSE RUN-CONTROL
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              MOVE 0 TO RN-CARRIED-TAX
              MOVE 0 TO RN-PART-COUNT
              MOVE SPACES TO RN-RANGE-FROM
              MOVE SPACES TO RN-RANGE-TO
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
                 MOVE 'already posted' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
      *Split into partitions - this run is the merge
                 IF RN-PART-COUNT NUMERIC AND RN-PART-COUNT > 0
                    MOVE 'Y' TO WS-MERGE-DUE
                 ELSE
                    MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
      *Fees the abended run already took ride in on the control
      *record, so the completion credit still covers them
                    IF RN-CARRIED-TOTAL NUMERIC
                       MOVE RN-CARRIED-TOTAL TO WS-TOTAL-FEES-TAKEN
                    END-IF
                    IF RN-CARRIED-TAX NUMERIC
                       MOVE RN-CARRIED-TAX TO WS-TOTAL-VAT-TAKEN
                    END-IF
                 END-IF
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *A partition's run: the program's own record is opened for the
      *split (or must already be split the same way), then the
      *partition's own record does for its range what the plain
      *record does for the whole file. A partition restarted with a
      *different range than it first ran with is refused, it would
      *leave accounts uncharged or charge them twice
       CHECK-PARTITION-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE SPACES TO WS-RESTART-AFTER
           IF ARG-PARTITION NOT NUMERIC OR ARG-PART-COUNT NOT NUMERIC
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition arguments invalid' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           IF ARG-PARTITION = 0 OR ARG-PARTITION > ARG-PART-COUNT
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition arguments invalid' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           IF ARG-TO-KEY NOT = SPACES AND ARG-FROM-KEY NOT < ARG-TO-KEY
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition range is empty' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'control unavailable' TO WS-REFUSAL
              CLOSE RUN-CONTROL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           MOVE 'FEESWEP' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
      *The first partition to start opens the split; a sibling
      *starting the same moment just finds it already written
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              MOVE 0 TO RN-CARRIED-TAX
              MOVE ARG-PART-COUNT TO RN-PART-COUNT
              MOVE SPACES TO RN-RANGE-FROM
              MOVE SPACES TO RN-RANGE-TO
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
                 MOVE 'already posted' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
                 IF RN-PART-COUNT NOT NUMERIC OR RN-PART-COUNT = 0
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'is being posted in a single run'
                       TO WS-REFUSAL
                 ELSE
                    IF RN-PART-COUNT NOT = ARG-PART-COUNT
                       MOVE 'Y' TO WS-PERIOD-DONE
                       MOVE 'is split into a different partition count'
                          TO WS-REFUSAL
                    END-IF
                 END-IF
              END-IF
           END-READ
           IF WS-PERIOD-DONE = 'Y'
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           MOVE 'FEESWEP' TO RN-PROGRAM
           MOVE ARG-PARTITION TO RN-PROGRAM(8:1)
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              MOVE 0 TO RN-CARRIED-TAX
              MOVE ARG-PART-COUNT TO RN-PART-COUNT
              MOVE ARG-FROM-KEY TO RN-RANGE-FROM
              MOVE ARG-TO-KEY TO RN-RANGE-TO
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
                 MOVE 'partition already posted' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
                 IF RN-RANGE-FROM NOT = ARG-FROM-KEY
                       OR RN-RANGE-TO NOT = ARG-TO-KEY
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'partition range differs from its first run'
                       TO WS-REFUSAL
                 ELSE
                    MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
                    IF RN-CARRIED-TOTAL NUMERIC
                       MOVE RN-CARRIED-TOTAL TO WS-TOTAL-FEES-TAKEN
                    END-IF
                    IF RN-CARRIED-TAX NUMERIC
                       MOVE RN-CARRIED-TAX TO WS-TOTAL-VAT-TAKEN
                    END-IF
                 END-IF
              END-IF
           END-READ
           MOVE ARG-TO-KEY TO WS-RANGE-TO.
       CHECK-PARTITION-CONTROL-EXIT.
           EXIT.
      *The merge of a split month, the program's own record in hand.
      *Every partition must have finished, and their ranges must join
      *end to end from the start of the file to its end, before any
      *of it counts. Their fees and VAT then move onto this record a
      *partition at a time and are credited to BANK and VATPAY once,
      *the same credit-then-complete order the plain run keeps
       MERGE-PARTITIONS.
           MOVE RN-PART-COUNT TO WS-PART-COUNT
           MOVE 'Y' TO WS-MERGE-READY
           MOVE SPACES TO WS-CHAIN-FROM
           MOVE 0 TO WS-PX
           PERFORM CHECK-ONE-PARTITION WS-PART-COUNT TIMES
           IF WS-MERGE-READY = 'Y' AND WS-CHAIN-FROM NOT = SPACES
              MOVE 'stops short of the end of the file'
                 TO WS-PART-PROBLEM
              PERFORM REFUSE-MERGE
           END-IF
           IF WS-MERGE-READY = 'N'
              GO TO MERGE-PARTITIONS-EXIT
           END-IF
           MOVE 0 TO WS-PX
           PERFORM COLLECT-ONE-PARTITION WS-PART-COUNT TIMES
           PERFORM READ-OWN-CONTROL
           MOVE 0 TO WS-TOTAL-FEES-TAKEN
           MOVE 0 TO WS-TOTAL-VAT-TAKEN
           IF RN-CARRIED-TOTAL NUMERIC
              MOVE RN-CARRIED-TOTAL TO WS-TOTAL-FEES-TAKEN
           END-IF
           IF RN-CARRIED-TAX NUMERIC
              MOVE RN-CARRIED-TAX TO WS-TOTAL-VAT-TAKEN
           END-IF
           IF WS-TOTAL-FEES-TAKEN > 0
              PERFORM CREDIT-BANK-FEES
           END-IF
           IF WS-TOTAL-VAT-TAKEN > 0
              PERFORM CREDIT-VAT-ACCOUNT
           END-IF
           PERFORM MARK-RUN-COMPLETE.
       MERGE-PARTITIONS-EXIT.
           EXIT.
       CHECK-ONE-PARTITION.
           ADD 1 TO WS-PX
           IF WS-MERGE-READY = 'Y'
              PERFORM READ-PARTITION-CONTROL
              IF WS-RN-FILE-STATUS NOT = '00'
                 MOVE 'has not run' TO WS-PART-PROBLEM
                 PERFORM REFUSE-MERGE
              ELSE
                 IF NOT RN-IS-COMPLETE
                    MOVE 'has not finished' TO WS-PART-PROBLEM
                    PERFORM REFUSE-MERGE
                 ELSE
                    IF RN-RANGE-FROM NOT = WS-CHAIN-FROM
                       MOVE 'does not start where the one before ends'
                          TO WS-PART-PROBLEM
                       PERFORM REFUSE-MERGE
                    ELSE
                       IF RN-RANGE-TO = SPACES
                             AND WS-PX < WS-PART-COUNT
                          MOVE 'runs on over the partitions after it'
                             TO WS-PART-PROBLEM
                          PERFORM REFUSE-MERGE
                       ELSE
                          MOVE RN-RANGE-TO TO WS-CHAIN-FROM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       REFUSE-MERGE.
           MOVE 'N' TO WS-MERGE-READY
           MOVE SPACES TO WS-REFUSAL
           STRING 'partition ' WS-PX ' ' WS-PART-PROBLEM
              DELIMITED BY SIZE INTO WS-REFUSAL.
      *Add the partition's carried fees and VAT to the program's own
      *record first and only then zero them on the partition - an
      *abend between the two re-adds them, rather than dropping them
       COLLECT-ONE-PARTITION.
           ADD 1 TO WS-PX
           PERFORM READ-PARTITION-CONTROL
           IF WS-RN-FILE-STATUS = '00'
              MOVE 0 TO WS-CARRY-AMOUNT
              MOVE 0 TO WS-CARRY-TAX
              IF RN-CARRIED-TOTAL NUMERIC
                 MOVE RN-CARRIED-TOTAL TO WS-CARRY-AMOUNT
              END-IF
              IF RN-CARRIED-TAX NUMERIC
                 MOVE RN-CARRIED-TAX TO WS-CARRY-TAX
              END-IF
              IF WS-CARRY-AMOUNT NOT = 0 OR WS-CARRY-TAX NOT = 0
                 PERFORM READ-OWN-CONTROL
                 IF RN-CARRIED-TOTAL NOT NUMERIC
                    MOVE 0 TO RN-CARRIED-TOTAL
                 END-IF
                 IF RN-CARRIED-TAX NOT NUMERIC
                    MOVE 0 TO RN-CARRIED-TAX
                 END-IF
                 ADD WS-CARRY-AMOUNT TO RN-CARRIED-TOTAL
                 ADD WS-CARRY-TAX TO RN-CARRIED-TAX
                 REWRITE RN-RECORD
                 PERFORM READ-PARTITION-CONTROL
                 MOVE 0 TO RN-CARRIED-TOTAL
                 MOVE 0 TO RN-CARRIED-TAX
                 REWRITE RN-RECORD
              END-IF
           END-IF.
       READ-OWN-CONTROL.
           MOVE 'FEESWEP' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
       READ-PARTITION-CONTROL.
           MOVE 'FEESWEP' TO RN-PROGRAM
           MOVE WS-PX TO RN-PROGRAM(8:1)
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
      *Note the account just posted - and the fees taken so far, so
      *an abend restarts after it without losing what was already
      *debited but not yet credited to the bank
       MARK-RUN-PROGRESS.
           MOVE ACT-NAME TO RN-LAST-ACCOUNT
           MOVE WS-TOTAL-FEES-TAKEN TO RN-CARRIED-TOTAL
           MOVE WS-TOTAL-VAT-TAKEN TO RN-CARRIED-TAX
           REWRITE RN-RECORD.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RN-STATUS
           INVALID KEY
              PERFORM INIT-MONTH-SUMMARY
           END-READ
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-OWN-AMOUNT >= 0
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
           ELSE
              COMPUTE AM-DEBIT-TOTAL
                 = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           END-IF
           MOVE WS-TR-MY-NAME TO AM-ACCOUNT
           MOVE WS-TR-TIME-STAMP(1:6) TO AM-MONTH
           MOVE AM-OPENING-BALANCE TO AM-CLOSING-BALANCE.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
