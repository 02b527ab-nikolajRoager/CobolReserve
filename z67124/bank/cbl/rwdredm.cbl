      *Redeem card rewards points for money. The points come off the
      *account's unused earn rows on RWDLEDG oldest first - the ones
      *nearest expiry go first - and the account is credited their
      *worth at STATFILE's point value, as a typed "rewards credit"
      *leg funded from the "MKTGCOST " marketing cost account. Only
      *the customer's leg is logged, the same way ESCHRUN parks a
      *moved balance; the cost account's balance carries the other
      *side, converted into its own currency as DISPRES converts
      *into SETTLE's. The account's hash authorises the redemption
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDREDM.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT REWARDS-LEDGER ASSIGN TO RWDLEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RL-FILE-STATUS.
      *Forward-recovery journal
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
      *The business date, the default currency and the point value
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  REWARDS-LEDGER DATA RECORD IS RL-RECORD.
       COPY rwdledg.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-RL-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
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
       COPY wstrnrep.
       01 WS-SUCCESS-WRITE PIC X VALUE 'Y'.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-DEFAULT-CCY PIC X(3).
       01 WS-POINT-VALUE PIC 9(3)V9(4).
       01 WS-POINTS PIC 9(9).
       01 WS-BALANCE-POINTS PIC 9(9).
       01 WS-TO-TAKE PIC 9(9).
       01 WS-RL-EOF PIC X.
      *What the points are worth, in the account's currency, to the
      *cent
       01 WS-VALUE PIC 9(11)V99.
       01 WS-ACCOUNT-CCY PIC X(3).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
      *Cost-account currency conversion scratch
       01 WS-COST-CONVERSION.
           05 WS-SRC-CCY PIC X(3).
           05 WS-COST-AMOUNT PIC S9(11)V9(4).
           05 WS-SC-MAN PIC 9(6).
           05 WS-SC-EXP PIC S9.
      *Power precomputed on its own - the dialect's intermediate
      *rules truncate an inline 10 ** -5 to zero
           05 WS-SC-FACTOR PIC 9(7)V9(8).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-HASH PIC X(8).
           05 ARG-POINTS PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF ARG-POINTS NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Points must be numeric"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE ARG-POINTS TO WS-POINTS
           PERFORM GET-BANK-SETTINGS
           COMPUTE WS-VALUE = WS-POINTS * WS-POINT-VALUE
           IF WS-VALUE = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Too few points to redeem"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           IF (WS-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"File error ' WS-FILE-STATUS ' '
                 WS-T-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-READ
           IF ACT-PASS-HASH NOT = ARG-HASH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account hash does not match"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           IF ACT-IS-FROZEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account is frozen"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           MOVE ACT-CURRENCY TO WS-ACCOUNT-CCY

           OPEN I-O REWARDS-LEDGER
           IF WS-RL-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No rewards points on file"'
              DISPLAY '}'
              CLOSE REWARDS-LEDGER
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           MOVE 0 TO WS-BALANCE-POINTS
           PERFORM START-ACCOUNT-ROWS
           PERFORM SUM-ONE-ROW UNTIL WS-RL-EOF = 'Y'
           IF WS-BALANCE-POINTS < WS-POINTS
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Not enough points, balance '
                 WS-BALANCE-POINTS '"'
              DISPLAY '}'
              CLOSE REWARDS-LEDGER
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF

      *Points first, oldest first, then the redemption row
           MOVE WS-POINTS TO WS-TO-TAKE
           PERFORM START-ACCOUNT-ROWS
           PERFORM TAKE-FROM-ONE-ROW
              UNTIL WS-RL-EOF = 'Y' OR WS-TO-TAKE = 0
           PERFORM CREDIT-THE-ACCOUNT
           MOVE ARG-ACCOUNT TO RL-ACCOUNT
           MOVE WS-TR-TIME-STAMP TO RL-TIME-STAMP
           MOVE 'D' TO RL-ENTRY
           COMPUTE RL-POINTS = - WS-POINTS
           MOVE 0 TO RL-UNUSED
           MOVE WS-TR-TIME-STAMP(1:8) TO RL-ENTRY-DATE
           MOVE "rewards credit" TO RL-TYPE-NAME
           MOVE "MKTGCOST " TO RL-MERCHANT
           MOVE WS-VALUE TO RL-VALUE
           MOVE WS-ACCOUNT-CCY TO RL-CURRENCY
           WRITE RL-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE REWARDS-LEDGER

           DISPLAY '{'
           IF WS-SUCCESS-WRITE = 'Y'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
           ELSE
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Error writing log",'
           END-IF
           DISPLAY '  "PointsRedeemed":' WS-POINTS ','
           COMPUTE WS-BALANCE-POINTS = WS-BALANCE-POINTS - WS-POINTS
           DISPLAY '  "PointsLeft":' WS-BALANCE-POINTS ','
           MOVE WS-VALUE TO WS-AMOUNT-EDIT
           DISPLAY '  "Credited":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' WS-ACCOUNT-CCY '"'
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           GOBACK.
       START-ACCOUNT-ROWS.
           MOVE 'N' TO WS-RL-EOF
           MOVE ARG-ACCOUNT TO RL-ACCOUNT
           MOVE LOW-VALUES TO RL-TIME-STAMP
           MOVE LOW-VALUES TO RL-ENTRY
           START REWARDS-LEDGER KEY IS >= RL-KEY
           IF WS-RL-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RL-EOF
           END-IF.
       SUM-ONE-ROW.
           READ REWARDS-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RL-EOF
               NOT AT END
                   IF RL-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-RL-EOF
                   ELSE
                      IF RL-IS-EARN
                         ADD RL-UNUSED TO WS-BALANCE-POINTS
                      END-IF
                   END-IF
           END-READ.
       TAKE-FROM-ONE-ROW.
           READ REWARDS-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RL-EOF
               NOT AT END
                   IF RL-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-RL-EOF
                   ELSE
                      IF RL-IS-EARN AND RL-UNUSED > 0
                         PERFORM TAKE-FROM-EARN-ROW
                      END-IF
                   END-IF
           END-READ.
       TAKE-FROM-EARN-ROW.
           IF RL-UNUSED >= WS-TO-TAKE
              COMPUTE RL-UNUSED = RL-UNUSED - WS-TO-TAKE
              MOVE 0 TO WS-TO-TAKE
           ELSE
              COMPUTE WS-TO-TAKE = WS-TO-TAKE - RL-UNUSED
              MOVE 0 TO RL-UNUSED
           END-IF
           REWRITE RL-RECORD.
      *Credit the customer and log their leg, then take the same
      *worth off the marketing cost account. The customer's record
      *is still in the buffer from the checks above
       CREDIT-THE-ACCOUNT.
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-VALUE
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-REWARDS-CREDIT

           MOVE "MKTGCOST " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{"warning":"MKTGCOST account not found, '
                 'rewards credit not funded"}'
           NOT INVALID KEY
              MOVE WS-ACCOUNT-CCY TO WS-SRC-CCY
              MOVE WS-VALUE TO WS-COST-AMOUNT
              PERFORM CONVERT-TO-COST-CCY
                 THRU CONVERT-TO-COST-CCY-EXIT
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE - WS-COST-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ.
       LOG-REWARDS-CREDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
      *The official banking day overrides the machine date on the
      *ledger stamp, so after-midnight work lands on the right day
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ARG-ACCOUNT TO WS-TR-MY-NAME
           MOVE "MKTGCOST " TO WS-TR-THEIR-NAME
           MOVE "rewards credit" TO WS-TR-TYPE-NAME
           MOVE WS-VALUE TO WS-TR-AMOUNT
           MOVE WS-ACCOUNT-CCY TO WS-TR-CURRENCY
           MOVE WS-ACCOUNT-CCY TO WS-TR-OWN-CURRENCY
           MOVE WS-VALUE TO WS-TR-OWN-AMOUNT
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
           MOVE TR-TIME-STAMP TO WS-TR-TIME-STAMP
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
           MOVE 'RWDREDM' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Keep the account's month summary in step with the leg just
      *logged. A summary that can not be written never blocks the
      *posting
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
           ADD 1 TO AM-CREDIT-COUNT
           ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
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
      *One tolerant read of the bank-wide record - no business date
      *on file just means the machine date stands, and a point value
      *not yet set is worth a cent
       GET-BANK-SETTINGS.
           MOVE 0.01 TO WS-POINT-VALUE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              IF FUNCTION TEST-NUMVAL(S-RWD-POINT-VALUE) = 0
                 COMPUTE WS-POINT-VALUE
                    = FUNCTION NUMVAL(S-RWD-POINT-VALUE)
              END-IF
           END-IF
           CLOSE STATS.
      *Re-express the account-currency worth in the cost account's
      *own currency through the same two-leg walk DISPRES uses for
      *SETTLE. The cost account's record is in the buffer
       CONVERT-TO-COST-CCY.
           IF WS-SRC-CCY = ACT-CURRENCY
              GO TO CONVERT-TO-COST-CCY-EXIT
           END-IF
           OPEN INPUT EXCHANGE-RATES
           IF WS-E-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE EXCHANGE-RATES
              GO TO CONVERT-TO-COST-CCY-EXIT
           END-IF
           IF WS-SRC-CCY NOT = WS-DEFAULT-CCY
              MOVE WS-SRC-CCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              NOT INVALID KEY
                 COMPUTE WS-SC-MAN = 100000 / E-MAN
                 COMPUTE WS-SC-EXP = - E-EXP - 5
                 COMPUTE WS-SC-FACTOR = 10 ** WS-SC-EXP
                 COMPUTE WS-COST-AMOUNT
                    = WS-COST-AMOUNT * WS-SC-MAN
                 COMPUTE WS-COST-AMOUNT
                    = WS-COST-AMOUNT * WS-SC-FACTOR
              END-READ
           END-IF
           IF ACT-CURRENCY NOT = WS-DEFAULT-CCY
              MOVE ACT-CURRENCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              NOT INVALID KEY
                 MOVE E-MAN TO WS-SC-MAN
                 MOVE E-EXP TO WS-SC-EXP
                 COMPUTE WS-SC-FACTOR = 10 ** WS-SC-EXP
                 COMPUTE WS-COST-AMOUNT
                    = WS-COST-AMOUNT * WS-SC-MAN
                 COMPUTE WS-COST-AMOUNT
                    = WS-COST-AMOUNT * WS-SC-FACTOR
              END-READ
           END-IF
           CLOSE EXCHANGE-RATES.
       CONVERT-TO-COST-CCY-EXIT.
           EXIT.
