      *Ops maintenance of one bank draft on the DRAFTREG register.
      *Stop or lost puts a still-open draft beyond CHQCLEAR's reach
      *(it bounces as payment stopped) and reinstate lifts that
      *again; none of the three moves money. Cancel refunds the
      *purchaser: the draft's liability comes off the "DRAFTS   "
      *outstanding-drafts account and the face amount goes back to
      *the purchaser's account in its own currency. Escheat moves a
      *draft nobody has presented within the statutory period to
      *the "ESCHEAT  " holding account, the same as ESCHRUN does
      *with a dormant balance. Every action lands in AUDITLOG under
      *the operator's ID
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DRAFTMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-REGISTER ASSIGN TO DRAFTREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DF-SERIAL
              FILE STATUS IS WS-DF-FILE-STATUS.
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
      *Business date, quiesce flag and the statutory period
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
       FD  DRAFT-REGISTER DATA RECORD IS DF-RECORD.
       COPY draftrec.
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
       01 WS-DF-FILE-STATUS PIC XX.
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
       01 WS-ESCHEAT-DAYS PIC 9(4).
       01 WS-DAYS-OUT PIC S9(6).
      *Who takes the money off DRAFTS - the purchaser on a cancel,
      *ESCHEAT on an escheat - and the ledger type both legs carry
       01 WS-CREDIT-NAME PIC X(9).
       01 WS-TYPE-NAME PIC X(20).
      *What is being converted into the credited account's currency,
      *and the result
       01 WS-FROM-AMOUNT PIC S9(12)V9(4).
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-OLD-STATUS PIC X(1).
       01 WS-AUDIT-AFTER PIC X(40).
      *The "draft 00001234" reference stamped on the ledger legs
       01 WS-DRAFT-REF.
           05 FILLER PIC X(6) VALUE 'draft '.
           05 WS-DRAFT-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
       COPY wstrnrep.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The serial printed on the draft
           05 ARG-SERIAL PIC X(8).
      *S = stop, L = reported lost, R = reinstate a stopped or lost
      *draft, C = cancel and refund the purchaser, E = escheat
           05 ARG-ACTION PIC X(1).
      *Operator making the call, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF ARG-ACTION NOT = 'S' AND NOT = 'L' AND NOT = 'R'
                 AND NOT = 'C' AND NOT = 'E'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be S, L, R, C or E"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-SERIAL NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft serial must be numeric"'
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
           IF FUNCTION TEST-NUMVAL(S-ESCHEAT-DAYS) = 0
              COMPUTE WS-ESCHEAT-DAYS = FUNCTION NUMVAL(S-ESCHEAT-DAYS)
           ELSE
              MOVE 0 TO WS-ESCHEAT-DAYS
           END-IF

           OPEN I-O DRAFT-REGISTER
           IF WS-DF-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Draft register error ' WS-DF-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           MOVE ARG-SERIAL TO DF-SERIAL
           READ DRAFT-REGISTER RECORD KEY DF-SERIAL
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft not found"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-READ
      *Paid, cancelled and escheated drafts are history
           IF NOT DF-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft is no longer outstanding"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           IF ARG-ACTION = 'R' AND DF-IS-OUTSTANDING
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft is not stopped or lost"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           COMPUTE WS-DAYS-OUT
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(DF-ISSUE-DATE)
      *Only a draft unclaimed for the statutory period escheats
           IF ARG-ACTION = 'E'
                 AND (WS-ESCHEAT-DAYS = 0
                      OR WS-DAYS-OUT < WS-ESCHEAT-DAYS)
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft is not yet stale"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF

           MOVE DF-STATUS TO WS-OLD-STATUS
           IF ARG-ACTION = 'C' OR ARG-ACTION = 'E'
              PERFORM RELEASE-LIABILITY THRU RELEASE-LIABILITY-EXIT
              IF WS-CREDIT-NAME = SPACES
                 CLOSE DRAFT-REGISTER
                 GOBACK
              END-IF
              MOVE WS-TODAY TO DF-CLOSED-DATE
           END-IF
           EVALUATE ARG-ACTION
              WHEN 'R'
                 MOVE 'O' TO DF-STATUS
              WHEN OTHER
                 MOVE ARG-ACTION TO DF-STATUS
           END-EVALUATE
           MOVE ARG-OPERATOR-ID TO DF-OPERATOR-ID
           REWRITE DF-RECORD
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING 'STATUS ' DF-STATUS ' ' WS-CREDIT-NAME
              DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           PERFORM LOG-AUDIT
           MOVE DF-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Serial":' DF-SERIAL ','
           DISPLAY '  "Status":"' DF-STATUS '",'
           DISPLAY '  "Payee":"' DF-PAYEE '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' DF-CURRENCY '",'
           DISPLAY '  "DaysOutstanding":' WS-DAYS-OUT
           DISPLAY '}'
           CLOSE DRAFT-REGISTER
           GOBACK.
      *Take the draft's liability off DRAFTS and hand it to the
      *purchaser (cancel) or the escheat holding account. Leaves
      *WS-CREDIT-NAME at spaces if nothing could move
       RELEASE-LIABILITY.
           MOVE SPACES TO WS-CREDIT-NAME
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO RELEASE-LIABILITY-EXIT
           END-IF
           OPEN I-O USER-TRANSFERS
           OPEN INPUT EXCHANGE-RATES
      *The purchaser's account must still be there to refund into -
      *if it has gone, the draft can only escheat
           IF ARG-ACTION = 'C'
              MOVE DF-PURCHASER TO ACT-NAME
              MOVE "draft cancelled" TO WS-TYPE-NAME
           ELSE
              MOVE "ESCHEAT  " TO ACT-NAME
              MOVE "draft escheated" TO WS-TYPE-NAME
           END-IF
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' ACT-NAME ' not found"'
              DISPLAY '}'
              PERFORM CLOSE-POSTING-FILES
              GO TO RELEASE-LIABILITY-EXIT
           END-READ
           MOVE "DRAFTS   " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No outstanding-drafts account"'
              DISPLAY '}'
              PERFORM CLOSE-POSTING-FILES
              GO TO RELEASE-LIABILITY-EXIT
           END-READ
           IF ARG-ACTION = 'C'
              MOVE DF-PURCHASER TO WS-CREDIT-NAME
           ELSE
              MOVE "ESCHEAT  " TO WS-CREDIT-NAME
           END-IF
      *DRAFTS gives up exactly what the issue put there
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - DF-LIABILITY
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE ACT-CURRENCY TO WS-FROM-CURRENCY
           MOVE "DRAFTS   " TO WS-TR-MY-NAME
           MOVE WS-CREDIT-NAME TO WS-TR-THEIR-NAME
           COMPUTE WS-TR-AMOUNT = - DF-AMOUNT
           COMPUTE WS-TR-OWN-AMOUNT = - DF-LIABILITY
           PERFORM LOG-DRAFT-LEG
      *A refund is the face amount in the draft's own currency; an
      *escheat moves the liability as it stood on DRAFTS
           IF ARG-ACTION = 'C'
              MOVE DF-AMOUNT TO WS-FROM-AMOUNT
              MOVE DF-CURRENCY TO WS-FROM-CURRENCY
           ELSE
              MOVE DF-LIABILITY TO WS-FROM-AMOUNT
           END-IF
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-ACCOUNT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE WS-CREDIT-NAME TO WS-TR-MY-NAME
           MOVE "DRAFTS   " TO WS-TR-THEIR-NAME
           MOVE DF-AMOUNT TO WS-TR-AMOUNT
           MOVE WS-CREDIT-AMOUNT TO WS-TR-OWN-AMOUNT
           PERFORM LOG-DRAFT-LEG
           PERFORM CLOSE-POSTING-FILES.
       RELEASE-LIABILITY-EXIT.
           EXIT.
       CLOSE-POSTING-FILES.
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES.
      *WS-FROM-AMOUNT in WS-FROM-CURRENCY into the currency of the
      *ACT-REC in the buffer, buy leg in and sell leg out - the same
      *two legs INBSUSP converts an applied credit with
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
       LOG-DRAFT-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-TYPE-NAME TO WS-TR-TYPE-NAME
           MOVE DF-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE DF-SERIAL TO WS-DRAFT-REF-SERIAL
           MOVE WS-DRAFT-REF TO WS-TR-REMIT-REF
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
           MOVE 'DRAFTMNT' TO JR-PROGRAM
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
      *INBSUSP's decision trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'DRAFTMNT' TO AU-PROGRAM
           MOVE DF-SERIAL TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'DRAFT ' WS-OLD-STATUS ' ' DF-PAYEE
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
