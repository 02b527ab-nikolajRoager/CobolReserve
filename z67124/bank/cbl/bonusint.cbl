      *Month-end batch job: pay the reward-saver bonus. An account
      *whose product carries a bonus rate (PRODTERM, terms in force
      *on the business date) earns it on the month-end balance for
      *a calendar month with at least one deposit and no withdrawal,
      *read off the account's ACMSUM summary for the month - one
      *keyed read per account instead of a walk of the ledger. The
      *bonus posts as its own "bonus interest" leg, taxed at source
      *like INTPOST's interest, and the customer who missed it is
      *told why through the outbox
      *
      *Runs on the month's last business day, after INTPOST and
      *FEESWEP, so the balance it pays on is the month's closing one.
      *Same restartable run-control shape as INTPOST, one period per
      *calendar month like FEESWEP
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BONUSINT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-NAME
           FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Run control - the checkpoint that makes this sweep
      *restartable and refuses a finished period a second run
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *Account-month activity summaries - both what qualifies the
      *month and what the bonus leg itself is kept in step with
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Forward-recovery journal - every WRITE/REWRITE against the
      *account and transfer files is mirrored here so JRNLPLAY can
      *roll a restored backup forward to the point of failure
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
      *-------------------
       WORKING-STORAGE SECTION.
      *Forward-recovery journal staging - before/after images of the
      *record being written, see jrnlrec.cpy
       01 WS-JOURNAL-STAGING.
           05 WS-JR-FILE-ID PIC X(1).
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
      *The business date the product terms are looked up on
       01 WS-TERMS-DATE PIC 9(8).
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
      *The month's own deposit and withdrawal counts, off ACMSUM
       01 WS-MONTH-CREDITS PIC 9(6).
       01 WS-MONTH-DEBITS PIC 9(6).
       COPY wstrnrep.
       01 FLAGS.
           05 WS-SUCCESS-WRITE PIC X VALUE 'Y'.
           05 WS-FILE-STATUS PIC XX.
           05 WS-T-FILE-STATUS PIC XX.
           05 WS-STAT-FILE-STATUS PIC XX.
           05 WS-OB-FILE-STATUS PIC XX.
           05 WS-EOF PIC X VALUE 'N'.
      *Bonus earned this account, before tax
       01 WS-BONUS-AMT PIC 9(11)V9(4).
       01 WS-ACCOUNTS-PAID PIC 9(6) VALUE 0.
       01 WS-BONUS-LOST PIC 9(6) VALUE 0.
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
      *Withholding tax on the bonus, taken at source exactly as
      *INTPOST takes it on the daily interest and parked on TAXHELD
      *in one posting after the sweep
       01 WS-TAX-RATE PIC 9V9999.
       01 WS-TAX-AMT PIC 9(11)V9(4).
       01 WS-BONUS-NET PIC S9(11)V9(4).
       01 WS-TOTAL-TAX-WITHHELD PIC S9(11)V9(4) VALUE 0.
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'BONUSINT'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'BONUSINT'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           PERFORM OPEN-FILES
           COMPUTE WS-TAX-RATE
              = FUNCTION NUMVAL(S-TAX-WITHHOLD-RATE)
      *One run per calendar month: the period is the business (or
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
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Period ' WS-PERIOD
                 ' already posted or control unavailable"'
              DISPLAY '}'
              CLOSE RUN-CONTROL
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *An abended run picks up after the last account it finished
           IF WS-RESTART-AFTER NOT = SPACES
              MOVE WS-RESTART-AFTER TO ACT-NAME
              START USER-ACCOUNTS KEY IS > ACT-NAME
           END-IF
           PERFORM PAY-ACCOUNTS UNTIL WS-EOF = 'Y'
      *Credit first, then mark complete - an abend between the two
      *re-runs an empty sweep rather than dropping the credit
           IF WS-TOTAL-TAX-WITHHELD > 0
              PERFORM CREDIT-TAX-ACCOUNT
           END-IF
           PERFORM MARK-RUN-COMPLETE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AccountsPaid":' WS-ACCOUNTS-PAID ','
           DISPLAY '  "BonusLost":' WS-BONUS-LOST
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE STATS
           MOVE WS-ACCOUNTS-PAID TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
           END-IF
           OPEN INPUT STATS
           READ STATS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Accounts file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Stat file error ' WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'STATFILE' TO OV-ARG-FILE-NAME
              MOVE WS-STAT-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF.
       PAY-ACCOUNTS.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
      *The bank's own account and the house clearing/liability
      *accounts never carry a customer product, same list INTPOST
      *skips
                   IF ACT-NAME NOT = "BANK     "
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
                      PERFORM PAY-ONE-ACCOUNT
                   END-IF
           END-READ.
      *Only a product with a bonus rate, and a balance to pay it on,
      *is looked at at all. The month then either qualifies and the
      *bonus posts, or the customer hears what it cost them
       PAY-ONE-ACCOUNT.
           MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE WS-TERMS-DATE TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           IF PT-ARG-BONUS-RATE > 0 AND ACT-BALANCE > 0
              COMPUTE WS-BONUS-AMT ROUNDED
                 = ACT-BALANCE * PT-ARG-BONUS-RATE
              IF WS-BONUS-AMT > 0
                 PERFORM READ-MONTH-ACTIVITY
                 IF WS-MONTH-DEBITS = 0 AND WS-MONTH-CREDITS > 0
                    PERFORM POST-BONUS
                 ELSE
                    PERFORM TELL-BONUS-LOST
                 END-IF
                 PERFORM MARK-RUN-PROGRESS
              END-IF
           END-IF.
      *The month's deposit and withdrawal counts. No summary for the
      *month means nothing moved on the account - no deposit
       READ-MONTH-ACTIVITY.
           MOVE 0 TO WS-MONTH-CREDITS
           MOVE 0 TO WS-MONTH-DEBITS
           OPEN INPUT MONTH-SUMMARY
           IF WS-AM-FILE-STATUS = '00' OR WS-AM-FILE-STATUS = '97'
              MOVE ACT-NAME TO AM-ACCOUNT
              MOVE WS-PERIOD(1:6) TO AM-MONTH
              READ MONTH-SUMMARY RECORD KEY AM-KEY
              NOT INVALID KEY
                 MOVE AM-CREDIT-COUNT TO WS-MONTH-CREDITS
                 MOVE AM-DEBIT-COUNT TO WS-MONTH-DEBITS
              END-READ
              CLOSE MONTH-SUMMARY
           END-IF.
      *Pay the bonus net of withholding, same shape as INTPOST's
      *POST-ONE-ACCOUNT: the gross leg and the withheld leg together
      *sum to what the balance moved by
       POST-BONUS.
           MOVE 0 TO WS-TAX-AMT
           IF WS-TAX-RATE > 0
              COMPUTE WS-TAX-AMT ROUNDED
                 = WS-BONUS-AMT * WS-TAX-RATE
           END-IF
           COMPUTE WS-BONUS-NET = WS-BONUS-AMT - WS-TAX-AMT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-BONUS-NET
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           IF WS-FILE-STATUS = '00'
              PERFORM LOG-BONUS
              IF WS-TAX-AMT > 0
                 PERFORM LOG-WITHHOLDING
                 ADD WS-TAX-AMT TO WS-TOTAL-TAX-WITHHELD
              END-IF
              ADD 1 TO WS-ACCOUNTS-PAID
           END-IF.
      *The bonus the month would have paid, and the reason it did
      *not - a withdrawal outranks a missing deposit
       TELL-BONUS-LOST.
           MOVE ACT-NAME TO WS-OB-ACCOUNT
           IF WS-MONTH-DEBITS > 0
              MOVE "bonus lost - debit" TO WS-OB-TYPE
           ELSE
              MOVE "bonus lost - no dep" TO WS-OB-TYPE
           END-IF
           MOVE WS-BONUS-AMT TO WS-OB-AMOUNT
           MOVE ACT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT
           ADD 1 TO WS-BONUS-LOST.
       LOG-BONUS.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
      *The official banking day overrides the machine date on the
      *ledger stamp, so the bonus lands in the month it was earned
           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE SPACES TO WS-TR-THEIR-NAME
           MOVE "bonus interest" TO WS-TR-TYPE-NAME
      *The GROSS bonus - the withheld slice has its own leg behind it
           MOVE WS-BONUS-AMT TO WS-TR-AMOUNT
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE WS-BONUS-AMT TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The withheld leg, pointing at the same account the bonus leg
      *credited, same shape INTPOST's LOG-WITHHOLDING uses
       LOG-WITHHOLDING.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "TAXHELD  " TO WS-TR-THEIR-NAME
           MOVE "withholding tax" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-TAX-AMT
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-TAX-AMT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Same millisecond as the bonus leg - nudge once
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the audit log uses. A failed
      *write is swallowed - notifying must never block a posting
       WRITE-OUTBOX-EVENT.
           OPEN I-O NOTIFY-OUTBOX
           IF WS-OB-FILE-STATUS = '35'
              OPEN OUTPUT NOTIFY-OUTBOX
              CLOSE NOTIFY-OUTBOX
              OPEN I-O NOTIFY-OUTBOX
           END-IF
           MOVE WS-OB-ACCOUNT TO OB-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO OB-TIME-STAMP
           MOVE WS-OB-TYPE TO OB-EVENT-TYPE
           MOVE WS-OB-AMOUNT TO OB-AMOUNT
           MOVE WS-OB-CCY TO OB-CURRENCY
           MOVE 'N' TO OB-STATUS
           WRITE OB-RECORD
           INVALID KEY
              ADD 1 TO OB-MILIS
              WRITE OB-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE NOTIFY-OUTBOX.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
       JOURNAL-TRANSFER-WRITE.
           MOVE 'T' TO WS-JR-FILE-ID
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
      *Append one before/after image pair. A journal that can not be
      *written must not block the posting itself
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'BONUSINT' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *The withheld bonus lands on the TAXHELD liability account in
      *one posting, strictly after the sequential sweep so the keyed
      *read can not disturb its cursor - same as INTPOST
       CREDIT-TAX-ACCOUNT.
           MOVE "TAXHELD  " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{"warning":"TAXHELD account not found, '
                 'withheld bonus not parked"}'
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE
                 = ACT-BALANCE + WS-TOTAL-TAX-WITHHELD
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
      *The carried total is spent - zero it on the control record
      *at once, so a restart can not credit it a second time
              MOVE 0 TO RN-CARRIED-TOTAL
              REWRITE RN-RECORD
           END-READ.
      *Look the period up on the run control: a completed period
      *refuses outright, an abended one restarts after the last
      *account looked at, a fresh one writes its running record
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE SPACES TO WS-RESTART-AFTER
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-PERIOD-DONE
              CLOSE RUN-CONTROL
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'BONUSINT' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
              ELSE
                 MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
                 IF RN-CARRIED-TOTAL NUMERIC
                    MOVE RN-CARRIED-TOTAL TO WS-TOTAL-TAX-WITHHELD
                 END-IF
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *Note the account just dealt with, paid or told, and the tax
      *withheld so far - a restart neither pays nor tells it twice
       MARK-RUN-PROGRESS.
           MOVE ACT-NAME TO RN-LAST-ACCOUNT
           MOVE WS-TOTAL-TAX-WITHHELD TO RN-CARRIED-TOTAL
           REWRITE RN-RECORD.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RN-STATUS
           MOVE WS-TODAY TO RN-RUN-DATE
           REWRITE RN-RECORD
           CLOSE RUN-CONTROL.
      *Keep the account's month summary in step with the leg just
      *logged, same as INTPOST - the totals, interest buckets and
      *closing balance move, the customer's counts do not
       UPDATE-MONTH-SUMMARY.
           OPEN I-O MONTH-SUMMARY
           IF WS-AM-FILE-STATUS = '35'
              OPEN OUTPUT MONTH-SUMMARY
              CLOSE MONTH-SUMMARY
              OPEN I-O MONTH-SUMMARY
           END-IF
           IF WS-AM-FILE-STATUS NOT = '00'
                 AND WS-AM-FILE-STATUS NOT = '97'
              CLOSE MONTH-SUMMARY
              GO TO UPDATE-MONTH-SUMMARY-EXIT
           END-IF
           MOVE WS-TR-MY-NAME TO AM-ACCOUNT
           MOVE WS-TR-TIME-STAMP(1:6) TO AM-MONTH
           READ MONTH-SUMMARY RECORD KEY AM-KEY
           INVALID KEY
              PERFORM INIT-MONTH-SUMMARY
           END-READ
           IF WS-TR-OWN-AMOUNT >= 0
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
              ADD WS-TR-OWN-AMOUNT TO AM-INTEREST-EARNED
           ELSE
              COMPUTE AM-DEBIT-TOTAL
                 = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
              COMPUTE AM-INTEREST-PAID
                 = AM-INTEREST-PAID - WS-TR-OWN-AMOUNT
           END-IF
           ADD WS-TR-OWN-AMOUNT TO AM-CLOSING-BALANCE
           WRITE AM-RECORD
           INVALID KEY
              REWRITE AM-RECORD
           END-WRITE
           CLOSE MONTH-SUMMARY.
       UPDATE-MONTH-SUMMARY-EXIT.
           EXIT.
      *First leg of a fresh month: zero the buckets and chain the
      *opening from the prior month's closing, zero when the account
      *has no prior summary
       INIT-MONTH-SUMMARY.
           MOVE 0 TO AM-CREDIT-COUNT
           MOVE 0 TO AM-CREDIT-TOTAL
           MOVE 0 TO AM-DEBIT-COUNT
           MOVE 0 TO AM-DEBIT-TOTAL
           MOVE 0 TO AM-FEE-TOTAL
           MOVE 0 TO AM-INTEREST-EARNED
           MOVE 0 TO AM-INTEREST-PAID
           MOVE 0 TO AM-OPENING-BALANCE
           MOVE AM-MONTH(1:4) TO WS-AM-YY
           MOVE AM-MONTH(5:2) TO WS-AM-MM
           IF WS-AM-MM = 1
              COMPUTE WS-AM-YY = WS-AM-YY - 1
              MOVE 12 TO WS-AM-MM
           ELSE
              COMPUTE WS-AM-MM = WS-AM-MM - 1
           END-IF
           COMPUTE WS-AM-PREV-MONTH = WS-AM-YY * 100 + WS-AM-MM
           MOVE WS-AM-PREV-MONTH TO AM-MONTH
           READ MONTH-SUMMARY RECORD KEY AM-KEY
           NOT INVALID KEY
              MOVE AM-CLOSING-BALANCE TO AM-OPENING-BALANCE
              MOVE 0 TO AM-CREDIT-COUNT
              MOVE 0 TO AM-CREDIT-TOTAL
              MOVE 0 TO AM-DEBIT-COUNT
              MOVE 0 TO AM-DEBIT-TOTAL
              MOVE 0 TO AM-FEE-TOTAL
              MOVE 0 TO AM-INTEREST-EARNED
              MOVE 0 TO AM-INTEREST-PAID
           END-READ
           MOVE WS-TR-MY-NAME TO AM-ACCOUNT
           MOVE WS-TR-TIME-STAMP(1:6) TO AM-MONTH
           MOVE AM-OPENING-BALANCE TO AM-CLOSING-BALANCE.
      *One line to the central operations event file at the same
      *spot the JSON error prints. OPSLOG swallows its own failures
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
