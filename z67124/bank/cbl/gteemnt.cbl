      *Ops maintenance of one guarantee on the GTEEBOOK register.
      *Claim pays the beneficiary's demand: the claim, in the
      *guarantee's currency and never more than its face amount,
      *goes to the pay-to account and comes off the customer the
      *bank stood behind, each converted into the account's own
      *currency. The cash margin hold is released first so the
      *margin itself covers the debit; whatever it does not cover
      *is taken regardless of the overdraft line, the bank has
      *already paid. Cancel ends the guarantee early when the
      *beneficiary hands the instrument back, and only releases the
      *margin. Both land in AUDITLOG under the operator's ID
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GTEEMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO LGLHOLDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-FILE-STATUS.
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
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  LEGAL-HOLDS DATA RECORD IS LH-RECORD.
       COPY lhldrec.
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
       01 WS-GT-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
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
       01 WS-CLAIM-AMOUNT PIC S9(11)V9(4).
      *'Y' once both claim legs are posted
       01 WS-CLAIM-PAID PIC X.
      *The claim converted into the currency of the account posted
       01 WS-FROM-AMOUNT PIC S9(12)V9(4).
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-AUDIT-AFTER PIC X(40).
       COPY wstrnrep.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The reference printed on the guarantee
           05 ARG-REFERENCE PIC X(12).
      *C = pay a beneficiary's claim, X = cancel early
           05 ARG-ACTION PIC X(1).
      *Claim amount in the guarantee's currency, spaces = the full
      *face amount
           05 ARG-CLAIM-AMOUNT PIC X(12)XX(4).
      *Account the claim is paid into - the beneficiary's, or the
      *settlement account when the beneficiary banks elsewhere
           05 ARG-PAY-TO PIC X(9).
      *Operator making the call, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF ARG-ACTION NOT = 'C' AND NOT = 'X'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be C or X"'
              DISPLAY '}'
              GOBACK
           END-IF

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

           OPEN I-O GUARANTEE-BOOK
           IF WS-GT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Guarantee book error ' WS-GT-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              GOBACK
           END-IF
           MOVE ARG-REFERENCE TO GT-REFERENCE
           READ GUARANTEE-BOOK RECORD KEY GT-REFERENCE
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Guarantee not found"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              GOBACK
           END-READ
           IF NOT GT-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Guarantee is no longer in force"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              GOBACK
           END-IF

           MOVE GT-STATUS TO WS-OLD-STATUS
           MOVE SPACES TO WS-AUDIT-AFTER
           IF ARG-ACTION = 'C'
              PERFORM PAY-CLAIM THRU PAY-CLAIM-EXIT
              IF WS-CLAIM-PAID NOT = 'Y'
                 CLOSE GUARANTEE-BOOK
                 GOBACK
              END-IF
              MOVE WS-CLAIM-AMOUNT TO GT-CLAIM-AMOUNT
              MOVE GT-CLAIM-AMOUNT TO WS-AMOUNT-EDIT
              STRING 'STATUS C ' WS-AMOUNT-EDIT ' ' ARG-PAY-TO
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           ELSE
              PERFORM RELEASE-MARGIN
              MOVE 'STATUS X' TO WS-AUDIT-AFTER
           END-IF
           MOVE ARG-ACTION TO GT-STATUS
           MOVE WS-TODAY TO GT-CLOSED-DATE
           MOVE ARG-OPERATOR-ID TO GT-OPERATOR-ID
           REWRITE GT-RECORD
           PERFORM LOG-AUDIT
           MOVE GT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Reference":"' GT-REFERENCE '",'
           DISPLAY '  "Status":"' GT-STATUS '",'
           DISPLAY '  "Account":"' GT-ACCOUNT '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           MOVE GT-CLAIM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "ClaimPaid":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' GT-CURRENCY '"'
           DISPLAY '}'
           CLOSE GUARANTEE-BOOK
           GOBACK.
      *Pay the beneficiary and recover it from the customer. Leaves
      *WS-CLAIM-PAID at 'N' if nothing could move
       PAY-CLAIM.
           MOVE 'N' TO WS-CLAIM-PAID
           IF GT-EXPIRY-DATE < WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Guarantee has expired"'
              DISPLAY '}'
              GO TO PAY-CLAIM-EXIT
           END-IF
           IF ARG-CLAIM-AMOUNT = SPACES
              MOVE GT-AMOUNT TO WS-CLAIM-AMOUNT
           ELSE
              IF FUNCTION TEST-NUMVAL(ARG-CLAIM-AMOUNT) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Claim is not a valid number"'
                 DISPLAY '}'
                 GO TO PAY-CLAIM-EXIT
              END-IF
              COMPUTE WS-CLAIM-AMOUNT
                 = FUNCTION NUMVAL(ARG-CLAIM-AMOUNT)
           END-IF
           IF WS-CLAIM-AMOUNT <= 0 OR WS-CLAIM-AMOUNT > GT-AMOUNT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Claim must be within the face amount"'
              DISPLAY '}'
              GO TO PAY-CLAIM-EXIT
           END-IF
           IF ARG-PAY-TO = GT-ACCOUNT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pay-to is the customer"'
              DISPLAY '}'
              GO TO PAY-CLAIM-EXIT
           END-IF
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO PAY-CLAIM-EXIT
           END-IF
           OPEN I-O USER-TRANSFERS
           OPEN INPUT EXCHANGE-RATES
           MOVE ARG-PAY-TO TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pay-to account not found"'
              DISPLAY '}'
              PERFORM CLOSE-POSTING-FILES
              GO TO PAY-CLAIM-EXIT
           END-READ
           MOVE GT-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer account not found"'
              DISPLAY '}'
              PERFORM CLOSE-POSTING-FILES
              GO TO PAY-CLAIM-EXIT
           END-READ
      *The margin was put up for exactly this - free it so the
      *debit below lands on it
           PERFORM RELEASE-MARGIN
           MOVE WS-CLAIM-AMOUNT TO WS-FROM-AMOUNT
           MOVE GT-CURRENCY TO WS-FROM-CURRENCY
           PERFORM CONVERT-TO-ACCOUNT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE GT-ACCOUNT TO WS-TR-MY-NAME
           MOVE ARG-PAY-TO TO WS-TR-THEIR-NAME
           COMPUTE WS-TR-AMOUNT = - WS-CLAIM-AMOUNT
           COMPUTE WS-TR-OWN-AMOUNT = - WS-CREDIT-AMOUNT
           PERFORM LOG-CLAIM-LEG
           MOVE ARG-PAY-TO TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-ACCOUNT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE ARG-PAY-TO TO WS-TR-MY-NAME
           MOVE GT-ACCOUNT TO WS-TR-THEIR-NAME
           MOVE WS-CLAIM-AMOUNT TO WS-TR-AMOUNT
           MOVE WS-CREDIT-AMOUNT TO WS-TR-OWN-AMOUNT
           PERFORM LOG-CLAIM-LEG
           PERFORM CLOSE-POSTING-FILES
           MOVE 'Y' TO WS-CLAIM-PAID.
       PAY-CLAIM-EXIT.
           EXIT.
       CLOSE-POSTING-FILES.
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES.
      *Lift the margin hold GTEEISS placed under the guarantee's
      *reference, the way LGLHOLD releases a court order
       RELEASE-MARGIN.
           IF GT-MARGIN > 0
              OPEN I-O LEGAL-HOLDS
              MOVE GT-ACCOUNT TO LH-ACCOUNT
              MOVE GT-REFERENCE TO LH-COURT-REF
              READ LEGAL-HOLDS RECORD KEY LH-KEY
              NOT INVALID KEY
                 MOVE 'R' TO LH-STATUS
                 REWRITE LH-RECORD
              END-READ
              CLOSE LEGAL-HOLDS
           END-IF.
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
      *One typed leg; the caller has set the names and amounts and
      *the account posted is in the buffer
       LOG-CLAIM-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE "guarantee claim" TO WS-TR-TYPE-NAME
           MOVE GT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE GT-REFERENCE TO WS-TR-REMIT-REF
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
           MOVE 'GTEEMNT' TO JR-PROGRAM
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
      *DRAFTMNT's trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'GTEEMNT' TO AU-PROGRAM
           MOVE GT-ACCOUNT TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'GUARANTEE ' GT-REFERENCE ' ' WS-OLD-STATUS
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
