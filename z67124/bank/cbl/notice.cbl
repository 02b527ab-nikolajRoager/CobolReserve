      *Withdrawal notice on a notice savings account. G gives notice
      *of an amount: it goes on the NOTICES register maturing after
      *the product's notice period (rolled to a day the currency
      *settles) and may be drawn for a fixed window after that. C
      *cancels an open notice. B is an early break a supervisor
      *authorises: the amount is released today and the agreed
      *interest penalty - the product credit rate for every day of
      *notice not given - is charged to the account and credited to
      *the bank's fee income there and then. Every action is audited
      *and the customer is told through the notification outbox
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTICE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REGISTER ASSIGN TO NOTICES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.
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
      *Operator master - the role gate for an early break
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
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
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  NOTICE-REGISTER DATA RECORD IS NT-RECORD.
       COPY notcrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
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
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-NAME PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-DAY-INT PIC 9(8).
      *Days a matured notice stays drawable before NOTCEXP lapses it
       01 WS-DRAW-WINDOW PIC 9(3) VALUE 30.
       01 WS-AMOUNT PIC S9(11)V9(4).
      *Balance already spoken for by notices still open
       01 WS-OUTSTANDING PIC S9(12)V9(4).
       01 WS-PENALTY PIC S9(11)V9(4).
       01 WS-MATURITY PIC 9(8).
       01 WS-EXPIRY PIC 9(8).
      *Penalty leg into the bank's own account, converted on the way
       01 WS-FROM-AMOUNT PIC S9(12)V9(4).
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-PENALTY-EDIT PIC Z(10)9.9(4).
       COPY wstrnrep.
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
      *Laid out exactly like DATEROLL's own LINKAGE SECTION so the
      *maturity can be rolled to a day the currency settles
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
           05 DR-ARG-CURRENCY PIC X(3).
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-ACCOUNT PIC X(9).
      *G = give notice, C = cancel a notice, B = early break
           05 ARG-ACTION PIC X(1).
      *Account currency - the noticed or broken amount, unused on C
           05 ARG-AMOUNT PIC X(12)XX(4).
      *C only: the notice's time stamp as NOTICE handed it back,
      *YYYYMMDDHHMMSSCC
           05 ARG-NOTICE-STAMP PIC X(16).
      *Teller taking the notice - a supervisor for a break - for the
      *role gate and the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-ACCOUNT TO WS-NAME
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-ACTION NOT = 'G' AND NOT = 'C' AND NOT = 'B'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be G, C or B"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION NOT = 'C'
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
           END-IF
      *Breaking a notice early costs the customer interest, so it is
      *supervisor work
           IF ARG-ACTION = 'B'
              PERFORM CHECK-OPERATOR
              IF WS-OPERATOR-OK = 'N'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Operator not authorised"'
                 DISPLAY '}'
                 GOBACK
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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

           IF ARG-ACTION = 'C'
              PERFORM CANCEL-NOTICE THRU CANCEL-NOTICE-EXIT
              GOBACK
           END-IF

           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           MOVE WS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' WS-NAME ' not found "'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ
      *Only a product with a notice period takes notice
           MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE WS-TODAY TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           IF PT-ARG-NOTICE-DAYS = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account is not a notice account"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
      *What the open notices already hold back, so the same money
      *is not noticed twice
           MOVE ACT-NAME TO NC-ARG-ACCOUNT
           MOVE ACT-PRODUCT-CODE TO NC-ARG-PRODUCT-CODE
           MOVE ACT-TYPE TO NC-ARG-ACCOUNT-TYPE
           MOVE 'C' TO NC-ARG-ACTION
           MOVE 0 TO NC-ARG-AMOUNT
           CALL 'NOTCHECK' USING NC-ARG-BUFFER
           COMPUTE WS-OUTSTANDING = NC-ARG-MATURED + NC-ARG-PENDING

           IF ARG-ACTION = 'G'
              PERFORM GIVE-NOTICE THRU GIVE-NOTICE-EXIT
           ELSE
              PERFORM BREAK-NOTICE THRU BREAK-NOTICE-EXIT
           END-IF
           CLOSE USER-ACCOUNTS
           GOBACK.
      *Register the notice: matures after the notice period, on a
      *day the account's currency settles, drawable for the window
       GIVE-NOTICE.
           IF WS-AMOUNT > ACT-BALANCE - WS-OUTSTANDING
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount exceeds balance not already '
                 'under notice"'
              DISPLAY '}'
              GO TO GIVE-NOTICE-EXIT
           END-IF
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
              + PT-ARG-NOTICE-DAYS
           COMPUTE DR-ARG-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE ACT-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO WS-MATURITY
           PERFORM SET-EXPIRY
           MOVE 'N' TO NT-KIND
           MOVE 0 TO WS-PENALTY
           PERFORM WRITE-NOTICE THRU WRITE-NOTICE-EXIT
           IF WS-SUCCESS-WRITE = 'N'
              GO TO GIVE-NOTICE-EXIT
           END-IF
           PERFORM LOG-AUDIT
           MOVE ACT-NAME TO WS-OB-ACCOUNT
           MOVE "notice given" TO WS-OB-TYPE
           MOVE WS-AMOUNT TO WS-OB-AMOUNT
           MOVE ACT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT
           PERFORM DISPLAY-NOTICE.
       GIVE-NOTICE-EXIT.
           EXIT.
      *Release the amount today against the interest the notice
      *period would have cost: product credit rate, the same
      *per-day rate INTPOST accrues with, for each day of notice.
      *The penalty comes off the account now, so the whole of the
      *broken amount is left to draw
       BREAK-NOTICE.
           COMPUTE WS-PENALTY ROUNDED = WS-AMOUNT
              * PT-ARG-CREDIT-RATE * PT-ARG-NOTICE-DAYS
           IF WS-AMOUNT + WS-PENALTY > ACT-BALANCE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount and penalty exceed balance"'
              DISPLAY '}'
              GO TO BREAK-NOTICE-EXIT
           END-IF
           MOVE WS-TODAY TO WS-MATURITY
           PERFORM SET-EXPIRY
           MOVE 'B' TO NT-KIND
           PERFORM WRITE-NOTICE THRU WRITE-NOTICE-EXIT
           IF WS-SUCCESS-WRITE = 'N'
              GO TO BREAK-NOTICE-EXIT
           END-IF
           IF WS-PENALTY > 0
              PERFORM CHARGE-PENALTY
           END-IF
           PERFORM LOG-AUDIT
           MOVE WS-NAME TO WS-OB-ACCOUNT
           MOVE "notice break" TO WS-OB-TYPE
           MOVE WS-PENALTY TO WS-OB-AMOUNT
           MOVE NT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT
           PERFORM DISPLAY-NOTICE.
       BREAK-NOTICE-EXIT.
           EXIT.
       SET-EXPIRY.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-MATURITY)
              + WS-DRAW-WINDOW
           COMPUTE WS-EXPIRY = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
      *NT-KIND and WS-PENALTY are set by the caller
       WRITE-NOTICE.
           MOVE 'Y' TO WS-SUCCESS-WRITE
           OPEN I-O NOTICE-REGISTER
           IF WS-NT-FILE-STATUS = '35'
              OPEN OUTPUT NOTICE-REGISTER
              CLOSE NOTICE-REGISTER
              OPEN I-O NOTICE-REGISTER
           END-IF
           IF WS-NT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Notice register error ' WS-NT-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE NOTICE-REGISTER
              MOVE 'N' TO WS-SUCCESS-WRITE
              GO TO WRITE-NOTICE-EXIT
           END-IF
           MOVE ACT-NAME TO NT-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO NT-TIME-STAMP
           MOVE 'O' TO NT-STATUS
           MOVE WS-AMOUNT TO NT-AMOUNT
           MOVE 0 TO NT-USED
           MOVE ACT-CURRENCY TO NT-CURRENCY
           MOVE WS-TODAY TO NT-GIVEN-DATE
           MOVE WS-MATURITY TO NT-MATURITY-DATE
           MOVE WS-EXPIRY TO NT-EXPIRY-DATE
           MOVE WS-PENALTY TO NT-PENALTY
           MOVE WS-OPERATOR-ID TO NT-OPERATOR-ID
           WRITE NT-RECORD
           INVALID KEY
              ADD 1 TO NT-MILIS
              WRITE NT-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           CLOSE NOTICE-REGISTER
           IF WS-SUCCESS-WRITE = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Notice could not be registered"'
              DISPLAY '}'
           END-IF.
       WRITE-NOTICE-EXIT.
           EXIT.
      *Withdraw an open notice the customer no longer needs. Nothing
      *was charged for it, so nothing is given back - a break is
      *final and can not be cancelled
       CANCEL-NOTICE.
           OPEN I-O NOTICE-REGISTER
           IF WS-NT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Notice not found"'
              DISPLAY '}'
              CLOSE NOTICE-REGISTER
              GO TO CANCEL-NOTICE-EXIT
           END-IF
           MOVE WS-NAME TO NT-ACCOUNT
           MOVE ARG-NOTICE-STAMP TO NT-TIME-STAMP
           READ NOTICE-REGISTER RECORD KEY NT-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Notice not found"'
              DISPLAY '}'
              CLOSE NOTICE-REGISTER
              GO TO CANCEL-NOTICE-EXIT
           END-READ
           IF NOT NT-IS-OPEN OR NT-IS-BREAK
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Notice is not open"'
              DISPLAY '}'
              CLOSE NOTICE-REGISTER
              GO TO CANCEL-NOTICE-EXIT
           END-IF
           MOVE 'C' TO NT-STATUS
           REWRITE NT-RECORD
           CLOSE NOTICE-REGISTER
           COMPUTE WS-AMOUNT = NT-AMOUNT - NT-USED
           MOVE 0 TO WS-PENALTY
           PERFORM LOG-AUDIT
           PERFORM DISPLAY-NOTICE.
       CANCEL-NOTICE-EXIT.
           EXIT.
       DISPLAY-NOTICE.
           MOVE NT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE NT-PENALTY TO WS-PENALTY-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' NT-ACCOUNT '",'
           DISPLAY '  "NoticeId":"' NT-TIME-STAMP '",'
           DISPLAY '  "Kind":"' NT-KIND '",'
           DISPLAY '  "Status":"' NT-STATUS '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' NT-CURRENCY '",'
           DISPLAY '  "Penalty":' WS-PENALTY-EDIT ','
           DISPLAY '  "MaturityDate":' NT-MATURITY-DATE ','
           DISPLAY '  "ExpiryDate":' NT-EXPIRY-DATE
           DISPLAY '}'.
      *Take the penalty off the customer and credit the bank's
      *balance and its transaction-fee income, the same shape
      *CHQRTIN's returned-item fee posts, converted into the bank's
      *currency the way MMDEAL converts a leg. The customer's record
      *is in the buffer when this runs
       CHARGE-PENALTY.
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
           END-IF
           OPEN INPUT EXCHANGE-RATES
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-PENALTY
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE "notice penalty" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-PENALTY
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-PENALTY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE WS-PENALTY TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE NT-TIME-STAMP TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE SPACES TO WS-TR-REMIT-REF
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
              THRU UPDATE-MONTH-SUMMARY-EXIT
           MOVE WS-PENALTY TO WS-FROM-AMOUNT
           MOVE ACT-CURRENCY TO WS-FROM-CURRENCY
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              PERFORM CONVERT-TO-ACCOUNT
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CREDIT-AMOUNT
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + WS-CREDIT-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES.
      *WS-FROM-AMOUNT in WS-FROM-CURRENCY into the currency of the
      *ACT-REC in the buffer, buy leg in and sell leg out - the same
      *two legs MMDEAL converts a settlement leg with
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
           MOVE 'NOTICE' TO JR-PROGRAM
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
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-TYPE-NAME NOT = "notice penalty"
              IF WS-TR-OWN-AMOUNT >= 0
                 ADD 1 TO AM-CREDIT-COUNT
              ELSE
                 ADD 1 TO AM-DEBIT-COUNT
              END-IF
           END-IF
           IF WS-TR-OWN-AMOUNT >= 0
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
           ELSE
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
      *The calling operator must be on the master, active, and a
      *supervisor - a break charges the customer, so the gate fails
      *closed when the master can not be read. A refused call is
      *itself logged
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
      *The id alone is not enough: a live SIGNON session must stand
      *behind it, or the gate stays shut
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
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'NOTICE' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *MMDEAL's trail. WS-AMOUNT and WS-PENALTY carry the figures
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'NOTICE' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'NOTICE ' NT-TIME-STAMP ' ' NT-KIND
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO AU-AFTER
           EVALUATE ARG-ACTION
              WHEN 'G'
                 STRING 'GIVEN ' WS-AMOUNT-EDIT ' TO '
                    NT-MATURITY-DATE
                    DELIMITED BY SIZE INTO AU-AFTER
              WHEN 'C'
                 STRING 'CANCELLED ' WS-AMOUNT-EDIT
                    DELIMITED BY SIZE INTO AU-AFTER
              WHEN OTHER
                 MOVE WS-PENALTY TO WS-PENALTY-EDIT
                 STRING 'BROKEN ' WS-AMOUNT-EDIT ' PEN'
                    WS-PENALTY-EDIT
                    DELIMITED BY SIZE INTO AU-AFTER
           END-EVALUATE
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *Append one event to the notification outbox, the same shape
      *FEESWEP uses
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
