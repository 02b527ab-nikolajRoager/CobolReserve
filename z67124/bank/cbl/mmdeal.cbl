      *Book an interbank money-market deal for treasury: surplus
      *placed with a correspondent from the SETBANK directory, or
      *money borrowed from one, for a fixed term at a fixed rate. The
      *cash settles on the day through that correspondent's nostro
      *mirror against the BANK account - a placement leaves the way
      *an OUTPAY payment does, a borrowing arrives the way INBCRED
      *takes a credit - and the deal goes on the MMBOOK register for
      *MMRUN to accrue and repay. The maturity date is rolled to a
      *day the deal's currency settles. Written to AUDITLOG under the
      *operator's ID
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MMDEAL.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MM-BOOK ASSIGN TO MMBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MM-DEAL-ID
              FILE STATUS IS WS-MM-FILE-STATUS.
           SELECT BANK-DIRECTORY ASSIGN TO BANKDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BD-BANK-ID
              FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
      *Business date and quiesce flag
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  MM-BOOK DATA RECORD IS MM-RECORD.
       COPY mmdeal.
       FD  BANK-DIRECTORY DATA RECORD IS BD-RECORD.
       COPY bankdir.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-MM-FILE-STATUS PIC XX.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-AU-FILE-STATUS PIC XX.
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
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-RATE PIC S9(3)V9(4).
       01 WS-DAY-BASIS PIC 9(3).
       01 WS-MATURITY PIC 9(8).
      *One settlement leg: the account posted, the other side, the
      *direction (+1 credit, -1 debit) and the deal-currency amount,
      *converted into the posted account's currency on the way
       01 WS-POST-NAME PIC X(9).
       01 WS-POST-THEIR PIC X(9).
       01 WS-POST-SIGN PIC S9.
       01 WS-TYPE-NAME PIC X(20).
       01 WS-FROM-AMOUNT PIC S9(12)V9(4).
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-RATE-EDIT PIC ZZ9.9(4).
       COPY wstrnrep.
      *Laid out exactly like DATEROLL's own LINKAGE SECTION so the
      *maturity can be rolled to a day the currency settles
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
           05 DR-ARG-CURRENCY PIC X(3).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *Treasury's own deal ticket number, unique on the book
           05 ARG-DEAL-ID PIC X(12).
      *P = placement with the counterparty, B = borrowing from it
           05 ARG-SIDE PIC X(1).
      *Counterparty - a BD-BANK-ID in the SETBANK directory
           05 ARG-BANK-ID PIC X(9).
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-CURRENCY PIC X(3).
      *Annual rate in percent, e.g. "3.25"
           05 ARG-RATE PIC X(8).
      *360 or 365, spaces = 360
           05 ARG-DAY-BASIS PIC X(3).
      *Maturity, YYYYMMDD - the day after start for overnight
           05 ARG-MATURITY PIC X(8).
      *Dealer booking it, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-SIDE TO MM-SIDE
           IF NOT MM-SIDE-VALID
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Side must be P or B"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-DEAL-ID = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deal ID required"'
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
           IF FUNCTION TEST-NUMVAL(ARG-RATE) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rate is not a valid number"'
              DISPLAY '}'
              GOBACK
           END-IF
      *Negative rates have been seen in this market, but the book
      *carries them unsigned - such a deal is booked by hand
           COMPUTE WS-RATE = FUNCTION NUMVAL(ARG-RATE)
           IF WS-RATE < 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rate may not be negative"'
              DISPLAY '}'
              GOBACK
           END-IF
           EVALUATE ARG-DAY-BASIS
              WHEN SPACES
              WHEN '360'
                 MOVE 360 TO WS-DAY-BASIS
              WHEN '365'
                 MOVE 365 TO WS-DAY-BASIS
              WHEN OTHER
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Day basis must be 360 or 365"'
                 DISPLAY '}'
                 GOBACK
           END-EVALUATE

           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF S-IS-QUIESCED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bank is quiesced for backup"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           IF ARG-MATURITY NOT NUMERIC OR ARG-MATURITY <= WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Maturity must be a future date"'
              DISPLAY '}'
              GOBACK
           END-IF
      *A maturity on a day the currency does not settle rolls
      *forward, the convention FUTRUN rolls a value date by
           MOVE ARG-MATURITY TO DR-ARG-DATE
           MOVE ARG-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO WS-MATURITY

           OPEN INPUT BANK-DIRECTORY
           MOVE ARG-BANK-ID TO BD-BANK-ID
           READ BANK-DIRECTORY RECORD KEY BD-BANK-ID
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Counterparty not in bank directory"'
              DISPLAY '}'
              CLOSE BANK-DIRECTORY
              GOBACK
           END-READ
           CLOSE BANK-DIRECTORY

           OPEN I-O MM-BOOK
           IF WS-MM-FILE-STATUS = '35'
              OPEN OUTPUT MM-BOOK
              CLOSE MM-BOOK
              OPEN I-O MM-BOOK
           END-IF
           IF WS-MM-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Deal book error ' WS-MM-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE MM-BOOK
              GOBACK
           END-IF
           MOVE ARG-DEAL-ID TO MM-DEAL-ID
           READ MM-BOOK RECORD KEY MM-DEAL-ID
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deal ID already booked"'
              DISPLAY '}'
              CLOSE MM-BOOK
              GOBACK
           END-READ

           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE MM-BOOK
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
           END-IF
           OPEN INPUT EXCHANGE-RATES
      *The mirror holds what sits with the correspondent in one
      *currency only - the deal must be in it
           MOVE BD-NOSTRO-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Nostro mirror account not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ
           IF ACT-CURRENCY NOT = ARG-CURRENCY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deal currency differs from nostro"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bank account not set up"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ

           MOVE ARG-DEAL-ID TO MM-DEAL-ID
           MOVE 'O' TO MM-STATUS
           MOVE ARG-SIDE TO MM-SIDE
           MOVE ARG-BANK-ID TO MM-BANK-ID
           MOVE BD-NOSTRO-ACCOUNT TO MM-NOSTRO-ACCOUNT
           MOVE WS-AMOUNT TO MM-AMOUNT
           MOVE ARG-CURRENCY TO MM-CURRENCY
           MOVE WS-RATE TO MM-RATE
           MOVE WS-DAY-BASIS TO MM-DAY-BASIS
           MOVE WS-TODAY TO MM-START-DATE
           MOVE WS-MATURITY TO MM-MATURITY-DATE
           MOVE 0 TO MM-ACCRUED
           MOVE WS-TODAY TO MM-LAST-ACCRUAL-DATE
           MOVE 0 TO MM-INTEREST-PAID
           MOVE 0 TO MM-SETTLED-DATE
           MOVE ARG-OPERATOR-ID TO MM-OPERATOR-ID

      *A placement goes out of BANK into the mirror like a payment
      *out; a borrowing comes in off the mirror like a credit in
           MOVE MM-AMOUNT TO WS-FROM-AMOUNT
           MOVE MM-CURRENCY TO WS-FROM-CURRENCY
           IF MM-IS-PLACEMENT
              MOVE "mm placement" TO WS-TYPE-NAME
              MOVE "BANK     " TO WS-POST-NAME
              MOVE MM-NOSTRO-ACCOUNT TO WS-POST-THEIR
              MOVE -1 TO WS-POST-SIGN
              PERFORM POST-ONE-LEG
              MOVE MM-NOSTRO-ACCOUNT TO WS-POST-NAME
              MOVE "BANK     " TO WS-POST-THEIR
              MOVE 1 TO WS-POST-SIGN
              PERFORM POST-ONE-LEG
           ELSE
              MOVE "mm borrowing" TO WS-TYPE-NAME
              MOVE MM-NOSTRO-ACCOUNT TO WS-POST-NAME
              MOVE "BANK     " TO WS-POST-THEIR
              MOVE -1 TO WS-POST-SIGN
              PERFORM POST-ONE-LEG
              MOVE "BANK     " TO WS-POST-NAME
              MOVE MM-NOSTRO-ACCOUNT TO WS-POST-THEIR
              MOVE 1 TO WS-POST-SIGN
              PERFORM POST-ONE-LEG
           END-IF
           WRITE MM-RECORD
           PERFORM LOG-AUDIT

           MOVE MM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE MM-RATE TO WS-RATE-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "DealId":"' MM-DEAL-ID '",'
           DISPLAY '  "Side":"' MM-SIDE '",'
           DISPLAY '  "Counterparty":"' MM-BANK-ID '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' MM-CURRENCY '",'
           DISPLAY '  "Rate":' WS-RATE-EDIT ','
           DISPLAY '  "DayBasis":' MM-DAY-BASIS ','
           DISPLAY '  "StartDate":' MM-START-DATE ','
           DISPLAY '  "MaturityDate":' MM-MATURITY-DATE
           DISPLAY '}'
           PERFORM CLOSE-FILES
           GOBACK.
       CLOSE-FILES.
           CLOSE MM-BOOK
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES.
      *Move WS-FROM-AMOUNT of the deal's currency on or off
      *WS-POST-NAME in its own currency, and log the typed leg
       POST-ONE-LEG.
           MOVE WS-POST-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-ACCOUNT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE
              = ACT-BALANCE + WS-POST-SIGN * WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-POST-NAME TO WS-TR-MY-NAME
           MOVE WS-POST-THEIR TO WS-TR-THEIR-NAME
           MOVE WS-TYPE-NAME TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = WS-POST-SIGN * WS-FROM-AMOUNT
           MOVE WS-FROM-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = WS-POST-SIGN * WS-CREDIT-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE MM-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE MM-DEAL-ID TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
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
      *WS-FROM-AMOUNT in WS-FROM-CURRENCY into the currency of the
      *ACT-REC in the buffer, buy leg in and sell leg out - the same
      *two legs DRAFTMNT converts a refund with
       CONVERT-TO-ACCOUNT.
           MOVE WS-FROM-AMOUNT TO WS-CREDIT-AMOUNT
           IF WS-FROM-CURRENCY = ACT-CURRENCY
              CONTINUE
           ELSE
              IF WS-FROM-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE WS-FROM-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-BUY-EXP
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT / E-BUY-MAN
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF ACT-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE ACT-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT * E-MAN
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
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
           MOVE 'MMDEAL' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Keep the account's month summary in step with the leg just
      *logged, the same shape CHQCLEAR maintains it in. A summary
      *that can not be written never blocks the posting
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
              ADD 1 TO AM-CREDIT-COUNT
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
           ELSE
              ADD 1 TO AM-DEBIT-COUNT
              COMPUTE AM-DEBIT-TOTAL
                 = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           END-IF
           COMPUTE AM-FEE-TOTAL = AM-FEE-TOTAL
              + WS-TR-EXHANGE-FEE + WS-TR-TRANSACTION-FEE
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
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SETBANK's trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'MMDEAL' TO AU-PROGRAM
           MOVE MM-BANK-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'MM DEAL ' MM-DEAL-ID ' ' MM-SIDE
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE MM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO AU-AFTER
           STRING 'BOOKED ' WS-AMOUNT-EDIT ' ' MM-CURRENCY
              ' TO ' MM-MATURITY-DATE
              DELIMITED BY SIZE INTO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
