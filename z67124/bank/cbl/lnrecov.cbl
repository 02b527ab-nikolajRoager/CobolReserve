      *Post a recovery against a loan LNWOFF has written off. The
      *collectors' money is taken off the account it landed in (the
      *borrower's own, or the collection agency's settlement account)
      *and credited to the bank as "loan recovery" income, which
      *GLPOST maps through CHART-OF-ACCOUNTS to the recoveries line.
      *BANK is credited in its own currency at the stored rates, as
      *LNWOFF converts; no rate on file means nothing is posted.
      *Each receipt goes on the recoveries ledger (RECOVLDG) and adds
      *to the loan's recovered total, which may never pass what was
      *written off - so finance can report gross write-offs, what has
      *come back and the net loss from the loan record alone. Nothing
      *goes near LNPAY or the schedule: the loan is off the book, and
      *the pool has already been made whole. Supervisor work, audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNRECOV.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
      *Post-write-off recoveries ledger
           SELECT RECOVERY-LEDGER ASSIGN TO RECOVLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LR-KEY
           FILE STATUS IS WS-LR-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Forward-recovery journal for the posting's images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  RECOVERY-LEDGER DATA RECORD IS LR-RECORD.
       COPY lnrecov.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LR-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
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
       01 WS-TODAY PIC 9(8).
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-POST-ERROR PIC X(40).
       01 WS-AMOUNT PIC 9(11)V9(4).
       01 WS-HEADROOM PIC S9(12)V9(4).
       01 WS-STILL-OWED PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *The recovery in BANK's own currency
       01 WS-DEFAULT-CCY PIC X(3) VALUE SPACES.
       01 WS-BANK-AMOUNT PIC 9(11)V9(4).
       01 WS-CONV-CCY PIC X(3).
       01 WS-CONV-AMOUNT PIC 9(13)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-RATE-OK PIC X VALUE 'Y'.
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(10) VALUE 'RECOVERED='.
           05 WS-AB-RECOVERED PIC 9(11).9(4).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(10) VALUE 'RECOVERED='.
           05 WS-AA-RECOVERED PIC 9(11).9(4).
           05 FILLER PIC X(5) VALUE ' SRC='.
           05 WS-AA-SOURCE PIC X(9).
      *Staging for one central operations event, laid out exactly
      *like OPSLOG's own LINKAGE SECTION
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'LNRECOV'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
       COPY wstrnrep.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The written-off loan's LN-KEY (borrower name plus sequence)
           05 ARG-LN-KEY PIC X(13).
           05 ARG-AMOUNT PIC X(12)XX(4).
      *Where the recovered money sits now
           05 ARG-SOURCE-ACCOUNT PIC X(9).
           05 ARG-OPERATOR-ID PIC X(9).
      *The collector's own reference for the receipt
           05 ARG-COLLECTOR-REF PIC X(20).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount is not a valid number"'
              DISPLAY '}'
              GOBACK
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
           IF WS-AMOUNT <= 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount must be positive"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Loan file error ' WS-LN-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           MOVE ARG-LN-KEY TO LN-KEY
           READ LOAN-MASTER RECORD KEY LN-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan not found"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-READ
      *A running loan is repaid through LNPAY, never recovered
           IF NOT LN-IS-WRITTEN-OFF
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan is not written off"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
      *Recoveries can bring back what was written off, no more - an
      *overpayment is the customer's money, not income
           COMPUTE WS-STILL-OWED
              = LN-WRITEOFF-AMOUNT - LN-RECOVERED-TOTAL
           IF WS-AMOUNT > WS-STILL-OWED
              MOVE WS-STILL-OWED TO WS-AMOUNT-EDIT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Recovery exceeds the unrecovered'
                 ' balance of ' WS-AMOUNT-EDIT '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF

           PERFORM POST-RECOVERY
              THRU POST-RECOVERY-EXIT
           IF WS-SUCCESS-WRITE NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"' WS-POST-ERROR '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF

           MOVE LN-RECOVERED-TOTAL TO WS-AB-RECOVERED
           ADD WS-AMOUNT TO LN-RECOVERED-TOTAL
           REWRITE LN-RECORD
           CLOSE LOAN-MASTER
           PERFORM WRITE-LEDGER-ENTRY
           PERFORM LOG-AUDIT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "LoanKey":"' ARG-LN-KEY '",'
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "Recovered":' WS-AMOUNT-EDIT ','
           MOVE LN-RECOVERED-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "RecoveredTotal":' WS-AMOUNT-EDIT ','
           MOVE LN-WRITEOFF-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "WrittenOff":' WS-AMOUNT-EDIT ','
           COMPUTE WS-STILL-OWED
              = LN-WRITEOFF-AMOUNT - LN-RECOVERED-TOTAL
           MOVE WS-STILL-OWED TO WS-AMOUNT-EDIT
           DISPLAY '  "NetLoss":' WS-AMOUNT-EDIT
           DISPLAY '}'
           GOBACK.
      *Source account down, BANK up by the same value - the money
      *is the bank's income now, not a repayment to the pool
       POST-RECOVERY.
           MOVE 'N' TO WS-SUCCESS-WRITE
           MOVE 'Y' TO WS-RATE-OK
           MOVE 'Recovery did not post' TO WS-POST-ERROR
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           OPEN INPUT STATS
           OPEN INPUT EXCHANGE-RATES
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
           END-IF
           IF (WS-A-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-A-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE ARG-LN-KEY TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-IF
      *BANK's side is priced before the source moves, so a missing
      *rate leaves nothing half posted
           MOVE 0 TO WS-BANK-AMOUNT
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-CURRENCY TO WS-CONV-CCY
              MOVE WS-AMOUNT TO WS-CONV-AMOUNT
              PERFORM CONVERT-FROM-LOAN
              MOVE WS-CONV-AMOUNT TO WS-BANK-AMOUNT
           END-READ
           IF WS-RATE-OK = 'N'
              MOVE 'No exchange rate for the bank currency'
                 TO WS-POST-ERROR
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-IF
           MOVE ARG-SOURCE-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'Source account not found' TO WS-POST-ERROR
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-READ
           IF NOT ACT-IS-ACTIVE
              MOVE 'Source account is not active' TO WS-POST-ERROR
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-IF
           IF ACT-CURRENCY NOT = LN-CURRENCY
              MOVE 'Source account is not in the loan currency'
                 TO WS-POST-ERROR
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-IF
           COMPUTE WS-HEADROOM = ACT-BALANCE + ACT-OVERDRAFT-LIMIT
           IF WS-HEADROOM < WS-AMOUNT
              MOVE 'Insufficient funds on source account'
                 TO WS-POST-ERROR
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-RECOVERY-EXIT
           END-IF
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-RECOVERY-LEG
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-BANK-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           MOVE 'Y' TO WS-SUCCESS-WRITE
           PERFORM CLOSE-POSTING-FILES.
       POST-RECOVERY-EXIT.
           EXIT.
       CLOSE-POSTING-FILES.
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE STATS
           CLOSE EXCHANGE-RATES.
      *WS-CONV-AMOUNT from the loan's currency into WS-CONV-CCY,
      *through the default currency at the stored sell-side rates -
      *LNWOFF's conversion. No rate on file clears WS-RATE-OK
       CONVERT-FROM-LOAN.
           IF LN-CURRENCY NOT = WS-CONV-CCY
              IF LN-CURRENCY NOT = WS-DEFAULT-CCY
                 MOVE LN-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT / E-MAN
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF WS-CONV-CCY NOT = WS-DEFAULT-CCY
                 MOVE WS-CONV-CCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT * E-MAN
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
       LOG-RECOVERY-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ARG-SOURCE-ACCOUNT TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE "loan recovery" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = 0 - WS-AMOUNT
           MOVE LN-CURRENCY TO WS-TR-CURRENCY
           MOVE LN-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = 0 - WS-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE ARG-LN-KEY TO WS-TR-REF-KEY
           MOVE WS-OPERATOR-ID TO WS-TR-TELLER-ID
           MOVE ARG-COLLECTOR-REF TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
      *One receipt per entry, keyed to the loan and the moment
       WRITE-LEDGER-ENTRY.
           OPEN I-O RECOVERY-LEDGER
           IF WS-LR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-LEDGER
              CLOSE RECOVERY-LEDGER
              OPEN I-O RECOVERY-LEDGER
           END-IF
           MOVE LN-ACCOUNT TO LR-ACCOUNT
           MOVE LN-SEQ TO LR-LOAN-SEQ
           MOVE FUNCTION CURRENT-DATE TO LR-TIME-STAMP
           MOVE WS-AMOUNT TO LR-AMOUNT
           MOVE LN-CURRENCY TO LR-CURRENCY
           MOVE ARG-SOURCE-ACCOUNT TO LR-SOURCE-ACCOUNT
           MOVE ARG-COLLECTOR-REF TO LR-COLLECTOR-REF
           MOVE WS-OPERATOR-ID TO LR-OPERATOR
           MOVE WS-TR-TIME-STAMP(1:8) TO LR-POSTED-DATE
           WRITE LR-RECORD
           INVALID KEY
              ADD 1 TO LR-MILIS
              WRITE LR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE RECOVERY-LEDGER.
      *Same month-summary upkeep as the other posting programs - the
      *source account's debit belongs in its month like any other
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
           ADD 1 TO AM-DEBIT-COUNT
           COMPUTE AM-DEBIT-TOTAL
              = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
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
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'LNRECOV' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *One line to the central operations event file where the
      *recovery could not post. OPSLOG swallows its own failures -
      *recording a failure must never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNRECOV' TO AU-PROGRAM
           MOVE LN-ACCOUNT TO AU-TARGET
           MOVE LN-RECOVERED-TOTAL TO WS-AA-RECOVERED
           MOVE ARG-SOURCE-ACCOUNT TO WS-AA-SOURCE
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNRECOV' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
