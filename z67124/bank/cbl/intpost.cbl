      *Nightly batch job: post interest on every account in USER-ACCOUNTS
      *Positive balances draw the credit rate, balances below zero
      *(overdraft) draw the debit rate instead, both the terms of the
      *account's product in force on the posting day as PRODTERM
      *hands them back - an account with no product still gets the
      *bank-wide S-INTEREST/S-DEPT-INTEREST off STATFILE. A customer
      *with a negotiated relationship agreement (PRICTERM) earns the
      *agreed credit rate instead, and the difference is costed
      *against the agreement
      *
      *A deposit account linked to an offset loan on OFFSETLK earns
      *no credit interest while the link is active - its balance is
      *already earning the borrower a lower loan interest charge
      *
      *The BANK account itself is excempt, same as it is excempt from
      *transaction/exchange fees in DEPWIT/TRNSFR
      *
      *The sweep can be split into ACT-NAME key ranges run as parallel
      *jobs (ARG-ACTION P), each checkpointing on its own RUN-CONTROL
      *record and carrying its own withheld tax. The plain run of a
      *split period is the merge: it parks the tax on TAXHELD in one
      *posting, and only once every partition has finished does the
      *period count as posted - see runctl.cpy
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Deposit accounts linked to an offset loan, keyed by account
           SELECT OFFSET-LINKS ASSIGN TO OFFSETLK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OL-ACCOUNT
              FILE STATUS IS WS-OL-FILE-STATUS.
      *Forward-recovery journal - every WRITE/REWRITE against the
      *account and transfer files is mirrored here so JRNLPLAY can
      *roll a restored backup forward to the point of failure
       COPY outbox.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  OFFSET-LINKS DATA RECORD IS OL-RECORD.
       COPY offsetlk.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
      *-------------------
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
      *Partitioned running, see runctl.cpy. P = this job sweeps one
      *key range; anything else is the whole file in one run, or the
      *merge once the period has been split
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
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-OL-FILE-STATUS PIC XX.
      *N = no link file, so nothing is offsetting
       01 WS-OFFSETS-OK PIC X.
       01 WS-IS-OFFSETTING PIC X.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
           05 WS-OB-FILE-STATUS PIC XX.
           05 WS-EOF PIC X VALUE 'N'.
       01 WS-INTEREST-CALCULATIONS.
           05 WS-CREDIT-RATE          PIC 9V9999.
           05 WS-DEBT-RATE PIC 9V9999.
      *Interest posted this account, may be positive or negative
           05 WS-INTEREST-AMT PIC S9(11)V9(4).
       01 WS-ACCOUNTS-POSTED PIC 9(6) VALUE 0.
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
      *Withholding tax on credit interest, taken at source. The
      *per-account withheld legs accumulate here and land on the
      *TAXHELD liability account in one posting after the sweep,
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'INTPOST'.
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
      *Space = the whole file, or the merge of a split period. P =
      *sweep one key range as partition ARG-PARTITION of
      *ARG-PART-COUNT, alongside the other partitions' jobs
           05 ARG-ACTION PIC X(1).
           05 ARG-PARTITION PIC 9(1).
           05 ARG-PART-COUNT PIC 9(1).
      *The partition's range, from inclusive to exclusive - spaces
      *for the start or end of the file
           05 ARG-FROM-KEY PIC X(9).
           05 ARG-TO-KEY PIC X(9).
      *Output: Y = this run's share is posted - the whole period, or
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
           PERFORM READ-RATES
      *One posting per banking day: the period is the official
           ELSE
              MOVE WS-TODAY TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO RS-ARG-BUSINESS-DATE
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
              CLOSE OFFSET-LINKS
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
              CLOSE OFFSET-LINKS
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
           PERFORM POST-ACCOUNTS UNTIL WS-EOF = 'Y'
      *A partition leaves its withheld tax on its own control record
      *for the merge to park on TAXHELD with everyone else's
           IF WS-RUN-MODE = 'P'
              MOVE WS-TOTAL-TAX-WITHHELD TO RN-CARRIED-TOTAL
           ELSE
      *Credit first, then mark complete - an abend between the two
      *re-runs an empty sweep rather than dropping the credit
              IF WS-TOTAL-TAX-WITHHELD > 0
                 PERFORM CREDIT-TAX-ACCOUNT
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
           DISPLAY '  "AccountsPosted":' WS-ACCOUNTS-POSTED
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE STATS
           CLOSE OFFSET-LINKS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O USER-ACCOUNTS
           END-IF
           OPEN INPUT STATS
           READ STATS
           MOVE 'Y' TO WS-OFFSETS-OK
           OPEN INPUT OFFSET-LINKS
           IF WS-OL-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'N' TO WS-OFFSETS-OK
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              CLOSE OFFSET-LINKS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              CLOSE OFFSET-LINKS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF.
      *The interest rates themselves are per account, see
      *POST-ONE-ACCOUNT
       READ-RATES.
           COMPUTE WS-TAX-RATE
              = FUNCTION NUMVAL(S-TAX-WITHHOLD-RATE).
       POST-ACCOUNTS.
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
      *The bank's own account and the house clearing/liability
      *accounts earn nothing - TERMPOOL must stay equal to the
      *booked principal, SETTLE to the unsettled gross, and
      *interest on parked tax would tax itself
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
                      PERFORM POST-ONE-ACCOUNT
                   END-IF
           END-READ.
      *apply it to the balance and log it, same shape LOG-TRANSFER in
      *DEPWIT uses
       POST-ONE-ACCOUNT.
           MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE WS-PERIOD TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           MOVE PT-ARG-CREDIT-RATE TO WS-CREDIT-RATE
           MOVE PT-ARG-DEBIT-RATE TO WS-DEBT-RATE
           MOVE 0 TO PC-ARG-COST-INTEREST
           IF ACT-BALANCE >= 0
              PERFORM GET-PRICING-AGREEMENT
              COMPUTE WS-INTEREST-AMT = ACT-BALANCE * WS-CREDIT-RATE
              PERFORM CHECK-OFFSETTING
              IF WS-IS-OFFSETTING = 'Y'
                 MOVE 0 TO WS-INTEREST-AMT
              ELSE
      *Paid over what the product's own rate would have paid
                 COMPUTE PC-ARG-COST-INTEREST = WS-INTEREST-AMT
                    - ACT-BALANCE * PT-ARG-CREDIT-RATE
              END-IF
           ELSE
              COMPUTE WS-INTEREST-AMT = ACT-BALANCE * WS-DEBT-RATE
              COMPUTE WS-INTEREST-AMT = - WS-INTEREST-AMT
                    PERFORM LOG-WITHHOLDING
                    ADD WS-TAX-AMT TO WS-TOTAL-TAX-WITHHELD
                 END-IF
                 PERFORM RECORD-PRICING-COST
                 PERFORM MARK-RUN-PROGRESS
                 ADD 1 TO WS-ACCOUNTS-POSTED
                 ADD 1 TO RS-ARG-POSTED
      *Interest charged on an overdrawn balance is notification-
      *worthy; credit interest just shows on the statement
                 IF WS-INTEREST-AMT < 0
                    MOVE ACT-CURRENCY TO WS-OB-CCY
                    PERFORM WRITE-OUTBOX-EVENT
                 END-IF
              ELSE
                 ADD 1 TO RS-ARG-REJECTED
              END-IF
           END-IF.
      *A negotiated relationship agreement on the account's
      *identity overrides the product's credit rate while in force
       GET-PRICING-AGREEMENT.
           MOVE 'L' TO PC-ARG-ACTION
           IF ACT-OWNER NOT = SPACES
              MOVE ACT-OWNER TO PC-ARG-CUSTOMER
           ELSE
              MOVE ACT-NAME TO PC-ARG-CUSTOMER
           END-IF
           MOVE WS-PERIOD TO PC-ARG-ON-DATE
           CALL 'PRICTERM' USING PC-ARG-BUFFER
           IF PC-ARG-RATE-FLAG = 'Y'
              MOVE PC-ARG-CREDIT-RATE TO WS-CREDIT-RATE
           END-IF.
      *Put what the agreement cost on its running totals for PRICREP
       RECORD-PRICING-COST.
           IF PC-ARG-FOUND = 'Y' AND PC-ARG-COST-INTEREST NOT = 0
              MOVE 'C' TO PC-ARG-ACTION
              MOVE 0 TO PC-ARG-COST-TXN-FEE
              MOVE 0 TO PC-ARG-COST-FX-FEE
              MOVE 0 TO PC-ARG-COST-MAINT-FEE
              CALL 'PRICTERM' USING PC-ARG-BUFFER
           END-IF.
      *An active offset link on the account the cursor is on
       CHECK-OFFSETTING.
           MOVE 'N' TO WS-IS-OFFSETTING
           IF WS-OFFSETS-OK = 'Y'
              MOVE ACT-NAME TO OL-ACCOUNT
              READ OFFSET-LINKS RECORD KEY OL-ACCOUNT
              NOT INVALID KEY
                 IF OL-IS-ACTIVE
                    MOVE 'Y' TO WS-IS-OFFSETTING
                 END-IF
              END-READ
           END-IF.
       LOG-INTEREST.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP.
      *The official banking day overrides the machine date on the
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
      *Tax the abended run already withheld rides in on the control
      *record, so the completion credit still covers it
                    IF RN-CARRIED-TOTAL NUMERIC
                       MOVE RN-CARRIED-TOTAL TO WS-TOTAL-TAX-WITHHELD
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
      *leave accounts unposted or post them twice
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
           MOVE 'INTPOST' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
      *The first partition to start opens the split; a sibling
      *starting the same moment just finds it already written
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
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
           MOVE 'INTPOST' TO RN-PROGRAM
           MOVE ARG-PARTITION TO RN-PROGRAM(8:1)
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
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
                       MOVE RN-CARRIED-TOTAL TO WS-TOTAL-TAX-WITHHELD
                    END-IF
                 END-IF
              END-IF
           END-READ
           MOVE ARG-TO-KEY TO WS-RANGE-TO.
       CHECK-PARTITION-CONTROL-EXIT.
           EXIT.
      *The merge of a split period, the program's own record in hand.
      *Every partition must have finished, and their ranges must join
      *end to end from the start of the file to its end, before any
      *of it counts. Their withheld tax then moves onto this record a
      *partition at a time and lands on TAXHELD in one posting, the
      *same credit-then-complete order the plain run keeps
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
           MOVE 0 TO WS-TOTAL-TAX-WITHHELD
           IF RN-CARRIED-TOTAL NUMERIC
              MOVE RN-CARRIED-TOTAL TO WS-TOTAL-TAX-WITHHELD
           END-IF
           IF WS-TOTAL-TAX-WITHHELD > 0
              PERFORM CREDIT-TAX-ACCOUNT
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
      *Add the partition's carried tax to the program's own record
      *first and only then zero it on the partition - an abend
      *between the two re-adds it, rather than dropping it
       COLLECT-ONE-PARTITION.
           ADD 1 TO WS-PX
           PERFORM READ-PARTITION-CONTROL
           IF WS-RN-FILE-STATUS = '00' AND RN-CARRIED-TOTAL NUMERIC
              IF RN-CARRIED-TOTAL NOT = 0
                 MOVE RN-CARRIED-TOTAL TO WS-CARRY-AMOUNT
                 PERFORM READ-OWN-CONTROL
                 IF RN-CARRIED-TOTAL NOT NUMERIC
                    MOVE 0 TO RN-CARRIED-TOTAL
                 END-IF
                 ADD WS-CARRY-AMOUNT TO RN-CARRIED-TOTAL
                 REWRITE RN-RECORD
                 PERFORM READ-PARTITION-CONTROL
                 MOVE 0 TO RN-CARRIED-TOTAL
                 REWRITE RN-RECORD
              END-IF
           END-IF.
       READ-OWN-CONTROL.
           MOVE 'INTPOST' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
       READ-PARTITION-CONTROL.
           MOVE 'INTPOST' TO RN-PROGRAM
           MOVE WS-PX TO RN-PROGRAM(8:1)
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
      *Note the account just posted - and the tax withheld so far,
      *so an abend restarts after it without losing what was
      *already withheld but not yet parked on TAXHELD
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
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.

