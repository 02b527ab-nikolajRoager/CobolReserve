      *Outward cheque clearing answers. Reads the clearing house's
      *file of outcomes for the cheques CHQOUT sent, each quoting our
      *register reference. A paid cheque is cleared and its
      *availability hold released - the money is the customer's to
      *spend. A returned one takes the provisional credit back off
      *the customer with a typed "returned cheque" leg against the
      *CLEARING holding account, releases the now empty hold, and
      *charges the STATFILE returned-item fee the same way CHQCLEAR
      *charges its NSF fee. Lines that match nothing waiting are
      *reported and left for ops
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHQRTIN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *One fixed-width row per cheque the clearing house has settled
           SELECT CLEARING-RETURNS ASSIGN TO CHQRTNIN
              FILE STATUS IS WS-RI-FILE-STATUS.
           SELECT CHEQUE-DEPOSITS ASSIGN TO CHQDEPS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CX-KEY
              FILE STATUS IS WS-CX-FILE-STATUS.
           SELECT AVAIL-HOLDS ASSIGN TO AVHOLDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AV-KEY
              FILE STATUS IS WS-AV-FILE-STATUS.
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
      *Forward-recovery journal for the posting's account images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *The returned-item fee and the business date live here
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CLEARING-RETURNS RECORDING MODE F.
       01  RI-RECORD.
      *Our reference off the outgoing clearing line
           05 RI-REFERENCE PIC X(26).
      *P = paid by the drawee, R = returned unpaid
           05 RI-OUTCOME PIC X(1).
               88 RI-IS-PAID     VALUE 'P'.
               88 RI-IS-RETURNED VALUE 'R'.
      *The drawee's return reason, spaces when paid
           05 RI-REASON-CODE PIC X(2).
           05 FILLER PIC X(11).
       FD  CHEQUE-DEPOSITS DATA RECORD IS CX-RECORD.
       COPY chqdep.
       FD  AVAIL-HOLDS DATA RECORD IS AV-RECORD.
       COPY avhold.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  RECOVERY-JOURNAL DATA RECORD IS JR-RECORD.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RI-FILE-STATUS PIC XX.
       01 WS-CX-FILE-STATUS PIC XX.
       01 WS-AV-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-STAT-FILE-STATUS PIC XX.
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
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       COPY wstrnrep.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-ITEMS-READ PIC 9(6) VALUE 0.
       01 WS-ITEMS-CLEARED PIC 9(6) VALUE 0.
       01 WS-ITEMS-RETURNED PIC 9(6) VALUE 0.
       01 WS-ITEMS-UNMATCHED PIC 9(6) VALUE 0.
       01 WS-RETURNED-FEE PIC 9(11)V9(4).
       01 WS-FEE-TAKEN PIC S9(11)V9(4).
      *The "cheque 00001234" reference stamped on the ledger legs
       01 WS-CHEQUE-REF.
           05 FILLER PIC X(7) VALUE 'cheque '.
           05 WS-CHEQUE-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a clearing run that could not
      *start belongs on the operators' digest, not just this job's
      *output
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'CHQRTIN'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'CHQRTIN'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT CLEARING-RETURNS
           IF WS-RI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Returns file error ' WS-RI-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'CHQRTNIN' TO OV-ARG-FILE-NAME
              MOVE WS-RI-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE CLEARING-RETURNS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O CHEQUE-DEPOSITS
           IF WS-CX-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Cheque register error ' WS-CX-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'CHQDEPS' TO OV-ARG-FILE-NAME
              MOVE WS-CX-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE CLEARING-RETURNS
              CLOSE CHEQUE-DEPOSITS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           IF (WS-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-ALL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT STATS
           READ STATS
           MOVE 0 TO WS-RETURNED-FEE
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              IF FUNCTION TEST-NUMVAL(S-RETURNED-CHQ-FEE) = 0
                 COMPUTE WS-RETURNED-FEE
                    = FUNCTION NUMVAL(S-RETURNED-CHQ-FEE)
              END-IF
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
                 MOVE S-BUSINESS-DATE TO WS-TODAY
              END-IF
           END-IF
           CLOSE STATS
           OPEN I-O AVAIL-HOLDS

           PERFORM PROCESS-RETURNS-FILE UNTIL WS-EOF = 'Y'

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ItemsRead":' WS-ITEMS-READ ','
           DISPLAY '  "ItemsCleared":' WS-ITEMS-CLEARED ','
           DISPLAY '  "ItemsReturned":' WS-ITEMS-RETURNED ','
           DISPLAY '  "ItemsUnmatched":' WS-ITEMS-UNMATCHED
           DISPLAY '}'
           PERFORM CLOSE-ALL
           MOVE WS-ITEMS-READ TO RS-ARG-READ
           COMPUTE RS-ARG-POSTED = WS-ITEMS-CLEARED + WS-ITEMS-RETURNED
           MOVE WS-ITEMS-UNMATCHED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CLOSE-ALL.
           CLOSE CLEARING-RETURNS
           CLOSE CHEQUE-DEPOSITS
           CLOSE AVAIL-HOLDS
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
       PROCESS-RETURNS-FILE.
           READ CLEARING-RETURNS
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM PROCESS-ONE-OUTCOME
                    THRU PROCESS-ONE-OUTCOME-EXIT
           END-READ.
      *Only a cheque that actually went out and has not been settled
      *yet can take an outcome - a second answer for the same item
      *never moves money twice
       PROCESS-ONE-OUTCOME.
           MOVE RI-REFERENCE TO CX-KEY
           READ CHEQUE-DEPOSITS RECORD KEY CX-KEY
           INVALID KEY
              PERFORM REPORT-UNMATCHED
              GO TO PROCESS-ONE-OUTCOME-EXIT
           END-READ
           IF NOT CX-IS-SENT
              PERFORM REPORT-UNMATCHED
              GO TO PROCESS-ONE-OUTCOME-EXIT
           END-IF
           IF RI-IS-PAID
              PERFORM CLEAR-THE-CHEQUE
              GO TO PROCESS-ONE-OUTCOME-EXIT
           END-IF
           IF NOT RI-IS-RETURNED
              PERFORM REPORT-UNMATCHED
              GO TO PROCESS-ONE-OUTCOME-EXIT
           END-IF
           MOVE CX-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              PERFORM REPORT-UNMATCHED
              GO TO PROCESS-ONE-OUTCOME-EXIT
           END-READ
           PERFORM RETURN-THE-CHEQUE.
       PROCESS-ONE-OUTCOME-EXIT.
           EXIT.
       REPORT-UNMATCHED.
           ADD 1 TO WS-ITEMS-UNMATCHED
           DISPLAY '{"cheque-unmatched":"' RI-REFERENCE
              '","outcome":"' RI-OUTCOME '"}'.
      *The drawee paid - the claim on the clearing house is good and
      *the customer may spend the money
       CLEAR-THE-CHEQUE.
           PERFORM RELEASE-CHEQUE-HOLD
           MOVE 'C' TO CX-STATUS
           MOVE WS-TODAY TO CX-SETTLED-DATE
           REWRITE CX-RECORD
           ADD 1 TO WS-ITEMS-CLEARED.
      *Unpaid - the provisional credit comes back off the customer
      *whatever the balance now is, CLEARING gives up the claim, and
      *the returned-item fee follows. The customer's ACT-REC is in
      *the buffer when this runs
       RETURN-THE-CHEQUE.
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - CX-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-RETURNED-CHEQUE
           MOVE 0 TO WS-FEE-TAKEN
           IF WS-RETURNED-FEE > 0
              PERFORM CHARGE-RETURNED-FEE
                 THRU CHARGE-RETURNED-FEE-EXIT
           END-IF
           MOVE "CLEARING " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the holding account is set up with the
      *clearing membership
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + CX-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           PERFORM RELEASE-CHEQUE-HOLD
           MOVE 'R' TO CX-STATUS
           MOVE WS-TODAY TO CX-SETTLED-DATE
           MOVE RI-REASON-CODE TO CX-RETURN-CODE
           MOVE WS-FEE-TAKEN TO CX-FEE-TAKEN
           REWRITE CX-RECORD
           ADD 1 TO WS-ITEMS-RETURNED
           DISPLAY '{"cheque-returned":"' CX-ACCOUNT '","serial":'
              CX-SERIAL ',"reason":"' RI-REASON-CODE '"}'.
      *Either outcome ends the hold: paid, the money is good; returned,
      *it has already gone back out
       RELEASE-CHEQUE-HOLD.
           MOVE CX-HOLD-KEY TO AV-KEY
           READ AVAIL-HOLDS RECORD KEY AV-KEY
           NOT INVALID KEY
              IF AV-IS-HELD
                 MOVE 'R' TO AV-STATUS
                 REWRITE AV-RECORD
              END-IF
           END-READ.
      *Take the returned-item fee straight off the customer and
      *credit the bank's balance and its transaction-fee income, the
      *same shape CHQCLEAR's NSF fee posts. Never past the account's
      *own overdraft line. The customer's record is in the buffer
      *when this runs
       CHARGE-RETURNED-FEE.
           MOVE WS-RETURNED-FEE TO WS-FEE-TAKEN
           IF ACT-BALANCE + ACT-OVERDRAFT-LIMIT < WS-FEE-TAKEN
              COMPUTE WS-FEE-TAKEN
                 = ACT-BALANCE + ACT-OVERDRAFT-LIMIT
           END-IF
           IF WS-FEE-TAKEN <= 0
              MOVE 0 TO WS-FEE-TAKEN
              GO TO CHARGE-RETURNED-FEE-EXIT
           END-IF
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-TAKEN
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-RETURNED-FEE
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-FEE-TAKEN
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + WS-FEE-TAKEN
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ.
       CHARGE-RETURNED-FEE-EXIT.
           EXIT.
      *The typed reversal leg. The customer's record is in the buffer
       LOG-RETURNED-CHEQUE.
           PERFORM STAMP-LEG
           MOVE "returned cheque" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - CX-AMOUNT
           COMPUTE WS-TR-OWN-AMOUNT = - CX-AMOUNT
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           PERFORM WRITE-TRANSFER-LEG.
      *The typed fee leg. The customer's record is in the buffer
       LOG-RETURNED-FEE.
           PERFORM STAMP-LEG
           MOVE "returned cheque fee" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-FEE-TAKEN
           COMPUTE WS-TR-OWN-AMOUNT = - WS-FEE-TAKEN
           MOVE WS-FEE-TAKEN TO WS-TR-TRANSACTION-FEE
           PERFORM WRITE-TRANSFER-LEG.
      *What both legs share: the business-date stamp, the customer,
      *the CLEARING counterparty and the cheque reference
       STAMP-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "CLEARING " TO WS-TR-THEIR-NAME
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE CX-DRAWEE-BANK TO WS-TR-REF-KEY
           MOVE CX-TELLER-ID TO WS-TR-TELLER-ID
           MOVE CX-SERIAL TO WS-CHEQUE-REF-SERIAL
           MOVE WS-CHEQUE-REF TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE.
       WRITE-TRANSFER-LEG.
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
           MOVE 'CHQRTIN' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Keep the account's month summary in step with the leg just
      *logged, the same way CHQCLEAR does. A summary that can not be
      *written never blocks the posting
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
           IF WS-TR-TYPE-NAME NOT = "returned cheque fee"
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
      *One line to the central operations event file at the same
      *spot the JSON error prints - an unattended night run that
      *could not open its files must surface on the morning digest.
      *OPSLOG swallows its own failures - recording a failure must
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
