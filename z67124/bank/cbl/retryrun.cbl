      *STATFILE, default three) runs out, at which point it closes
      *exhausted, the NSF fee from STATFILE is taken from the
      *sending account to the bank, and the item goes on the
      *exception report for the branch to chase by hand. A loan
      *instalment LNCOLLCT handed over is checked against its
      *schedule row first - one the borrower has since paid through
      *LNPAY, or whose loan has closed or been written off, is
      *withdrawn unpresented - and one that posts ticks the row paid
      *the way the collection itself would have. A card instalment
      *INSTCOLL handed over gets the same treatment against its
      *instalment plan. The NSF fee is VAT-inclusive: VATSPLIT splits
      *it, the bank keeps the net and the VAT goes to VATPAY
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *The loan and schedule row behind an LNCOLLCT instalment
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO LOANSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-LS-FILE-STATUS.
      *The instalment plan behind an INSTCOLL instalment
           SELECT INSTALMENT-PLANS ASSIGN TO INSTPLAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IP-KEY
           FILE STATUS IS WS-IP-FILE-STATUS.
      *The re-presentment allowance and the NSF fee live here
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  INSTALMENT-PLANS DATA RECORD IS IP-RECORD.
       COPY instplan.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
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
       01 WS-FEE-TAKEN PIC S9(11)V9(4).
       01 WS-RETRIES-POSTED PIC 9(6) VALUE 0.
       01 WS-RETRIES-WAITING PIC 9(6) VALUE 0.
       01 WS-RETRIES-EXHAUSTED PIC 9(6) VALUE 0.
       01 WS-RETRIES-WITHDRAWN PIC 9(6) VALUE 0.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-LS-EOF PIC X.
       01 WS-ROWS-OWED PIC 9(3).
      *Y once CHECK-LOAN-ROW has the loan and its unpaid row in hand
       01 WS-ROW-IN-HAND PIC X.
      *The loan and row an LNCOLLCT item is for, as LNCOLLCT laid
      *them out in the remittance reference
       01 WS-COLLECT-REF.
           05 WS-CR-LN-KEY PIC X(13).
           05 FILLER PIC X(1).
           05 WS-CR-NUM PIC 9(3).
           05 FILLER PIC X(3).
       01 WS-IP-FILE-STATUS PIC XX.
       01 WS-IP-ROW PIC 9(2).
      *The plan and row an INSTCOLL item is for, as INSTCOLL laid
      *them out in the remittance reference
       01 WS-PLAN-REF.
           05 WS-PR-STAMP PIC X(16).
           05 FILLER PIC X(1).
           05 WS-PR-NUM PIC 9(2).
           05 FILLER PIC X(1).
       01 WS-MAX-ATTEMPTS PIC 9(4).
       01 WS-NSF-FEE PIC 9(11)V9(4).
      *Laid out exactly like VATSPLIT's own LINKAGE SECTION
       01 VS-ARG-BUFFER.
           05 VS-ARG-FEE-TYPE PIC X(20).
           05 VS-ARG-GROSS PIC S9(11)V9(4).
           05 VS-ARG-NET PIC S9(11)V9(4).
           05 VS-ARG-VAT PIC S9(11)V9(4).
           05 VS-ARG-RATE PIC 9V9999.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - an NSF retry run that could not
      *start belongs on the operators' digest, not just this job's
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'RETRYRUN'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-BANK-SETTINGS
           OPEN I-O RETRY-QUEUE
              DISPLAY '  "error":"No error",'
              DISPLAY '  "RetriesPosted":0,'
              DISPLAY '  "StillWaiting":0,'
              DISPLAY '  "Exhausted":0,'
              DISPLAY '  "Withdrawn":0'
              DISPLAY '}'
              CLOSE RETRY-QUEUE
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-RT-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE RETRY-QUEUE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM SPOOL-START
           MOVE 'NSF RETRY EXCEPTIONS' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           OPEN I-O LOAN-MASTER
           OPEN I-O LOAN-SCHEDULE
           OPEN I-O INSTALMENT-PLANS
           PERFORM PROCESS-RETRIES UNTIL WS-EOF = 'Y'
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE INSTALMENT-PLANS
           PERFORM SPOOL-FINISH
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "RetriesPosted":' WS-RETRIES-POSTED ','
           DISPLAY '  "StillWaiting":' WS-RETRIES-WAITING ','
           DISPLAY '  "Exhausted":' WS-RETRIES-EXHAUSTED ','
           DISPLAY '  "Withdrawn":' WS-RETRIES-WITHDRAWN
           DISPLAY '}'
           CLOSE RETRY-QUEUE
           MOVE WS-RETRIES-POSTED TO RS-ARG-POSTED
           MOVE WS-RETRIES-EXHAUSTED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *Allowance and fee out of the one STATFILE record, with the
      *usual tolerant defaults for a record from before the fields
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF RT-IS-PENDING AND RT-NEXT-DATE <= WS-TODAY
                         AND RT-SOURCE = 'LNCOLLCT'
                      PERFORM CHECK-LOAN-ROW THRU CHECK-LOAN-ROW-EXIT
                   END-IF
                   IF RT-IS-PENDING AND RT-NEXT-DATE <= WS-TODAY
                         AND RT-SOURCE = 'INSTCOLL'
                      PERFORM CHECK-PLAN-ROW THRU CHECK-PLAN-ROW-EXIT
                   END-IF
                   IF RT-IS-PENDING AND RT-NEXT-DATE <= WS-TODAY
                      PERFORM PRESENT-ONE-RETRY
                   END-IF
              MOVE 'D' TO RT-STATUS
              REWRITE RT-RECORD
              ADD 1 TO WS-RETRIES-POSTED
              IF RT-SOURCE = 'LNCOLLCT'
                 PERFORM SETTLE-LOAN-ROW THRU SETTLE-LOAN-ROW-EXIT
              END-IF
              IF RT-SOURCE = 'INSTCOLL'
                 PERFORM SETTLE-PLAN-ROW THRU SETTLE-PLAN-ROW-EXIT
              END-IF
           ELSE
              ADD 1 TO RT-ATTEMPTS
              IF RT-ATTEMPTS >= WS-MAX-ATTEMPTS
           PERFORM SPOOL-LINE
           DISPLAY '{"retry-exhausted":"' RT-FROM-NAME
              '","to":"' RT-TO-NAME '","source":"' RT-SOURCE '"}'.
      *An instalment is only re-presented while it is still owed: the
      *loan open and the row unpaid. Anything else - paid at the
      *counter since, the loan closed or written off, the row gone -
      *withdraws the item so the borrower is never charged twice. A
      *loan book that can not be read leaves the item to present as
      *any other
       CHECK-LOAN-ROW.
           MOVE 'N' TO WS-ROW-IN-HAND
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              GO TO CHECK-LOAN-ROW-EXIT
           END-IF
           MOVE RT-REMIT-REF TO WS-COLLECT-REF
           IF WS-CR-NUM NOT NUMERIC
              GO TO CHECK-LOAN-ROW-EXIT
           END-IF
           MOVE WS-CR-LN-KEY TO LN-KEY
           READ LOAN-MASTER RECORD KEY LN-KEY
           INVALID KEY
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-LOAN-ROW-EXIT
           END-READ
           IF NOT LN-IS-OPEN
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-LOAN-ROW-EXIT
           END-IF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE WS-CR-NUM TO LS-NUM
           READ LOAN-SCHEDULE RECORD KEY LS-KEY
           INVALID KEY
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-LOAN-ROW-EXIT
           END-READ
           IF NOT LS-IS-UNPAID
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-LOAN-ROW-EXIT
           END-IF
           MOVE 'Y' TO WS-ROW-IN-HAND.
       CHECK-LOAN-ROW-EXIT.
           EXIT.
       WITHDRAW-ONE-RETRY.
           MOVE 'W' TO RT-STATUS
           REWRITE RT-RECORD
           ADD 1 TO WS-RETRIES-WITHDRAWN.
      *The re-presented instalment posted: tick the row, take its
      *principal off the loan and close a loan with nothing left
      *owed, exactly as LNCOLLCT settles a first-time collection.
      *CHECK-LOAN-ROW has just read both records
       SETTLE-LOAN-ROW.
           IF WS-ROW-IN-HAND NOT = 'Y'
              GO TO SETTLE-LOAN-ROW-EXIT
           END-IF
           MOVE 'Y' TO LS-PAID-FLAG
           MOVE WS-TODAY TO LS-PAID-DATE
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO LS-PAID-DATE
           END-IF
           REWRITE LS-RECORD
           COMPUTE LN-OUTSTANDING = LN-OUTSTANDING - LS-PRINCIPAL-PART
           MOVE 0 TO WS-ROWS-OWED
           MOVE 'N' TO WS-LS-EOF
           MOVE 0 TO LS-NUM
           START LOAN-SCHEDULE KEY IS >= LS-KEY
           IF WS-LS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LS-EOF
           END-IF
           PERFORM COUNT-ROWS-OWED UNTIL WS-LS-EOF = 'Y'
           IF WS-ROWS-OWED = 0
              MOVE 'C' TO LN-STATUS
           END-IF
           REWRITE LN-RECORD.
       SETTLE-LOAN-ROW-EXIT.
           EXIT.
      *A card instalment is only re-presented while the plan is
      *active and the row unpaid - the same rule as a loan row
       CHECK-PLAN-ROW.
           MOVE 'N' TO WS-ROW-IN-HAND
           IF WS-IP-FILE-STATUS NOT = '00' AND NOT = '97'
              GO TO CHECK-PLAN-ROW-EXIT
           END-IF
           MOVE RT-REMIT-REF TO WS-PLAN-REF
           IF WS-PR-NUM NOT NUMERIC
              GO TO CHECK-PLAN-ROW-EXIT
           END-IF
           MOVE WS-PR-NUM TO WS-IP-ROW
           IF WS-IP-ROW < 1 OR WS-IP-ROW > 12
              GO TO CHECK-PLAN-ROW-EXIT
           END-IF
           MOVE RT-FROM-NAME TO IP-ACCOUNT
           MOVE WS-PR-STAMP TO IP-PURCHASE-STAMP
           READ INSTALMENT-PLANS RECORD KEY IP-KEY
           INVALID KEY
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-PLAN-ROW-EXIT
           END-READ
           IF NOT IP-IS-ACTIVE OR IP-ROW-PAID(WS-IP-ROW)
              PERFORM WITHDRAW-ONE-RETRY
              GO TO CHECK-PLAN-ROW-EXIT
           END-IF
           MOVE 'Y' TO WS-ROW-IN-HAND.
       CHECK-PLAN-ROW-EXIT.
           EXIT.
      *The re-presented instalment posted: tick the row, take it off
      *what the plan still owes and complete a plan with every row
      *paid, exactly as INSTCOLL settles a first-time collection
       SETTLE-PLAN-ROW.
           IF WS-ROW-IN-HAND NOT = 'Y'
              GO TO SETTLE-PLAN-ROW-EXIT
           END-IF
           MOVE 'Y' TO IP-PAID-FLAG(WS-IP-ROW)
           MOVE WS-TODAY TO IP-PAID-DATE(WS-IP-ROW)
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO IP-PAID-DATE(WS-IP-ROW)
           END-IF
           COMPUTE IP-OUTSTANDING
              = IP-OUTSTANDING - IP-INSTALMENT(WS-IP-ROW)
           MOVE 0 TO WS-ROWS-OWED
           MOVE 0 TO WS-IP-ROW
           PERFORM COUNT-PLAN-ROWS-OWED IP-TERM TIMES
           IF WS-ROWS-OWED = 0
              MOVE 'C' TO IP-STATUS
           END-IF
           REWRITE IP-RECORD.
       SETTLE-PLAN-ROW-EXIT.
           EXIT.
       COUNT-PLAN-ROWS-OWED.
           ADD 1 TO WS-IP-ROW
           IF NOT IP-ROW-PAID(WS-IP-ROW)
              ADD 1 TO WS-ROWS-OWED
           END-IF.
       COUNT-ROWS-OWED.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-UNPAID
                         ADD 1 TO WS-ROWS-OWED
                      END-IF
                   END-IF
           END-READ.
      *Spool plumbing, shared shape across the report programs: open
      *both spool files (creating them the first time), write each
      *material line under the next line number, and catalog the
              CLOSE USER-TRANSFERS
              GO TO CHARGE-NSF-FEE-EXIT
           END-IF
           MOVE "NSF fee" TO VS-ARG-FEE-TYPE
           MOVE WS-FEE-TAKEN TO VS-ARG-GROSS
           CALL 'VATSPLIT' USING VS-ARG-BUFFER
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-TAKEN
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-NSF-FEE
           IF VS-ARG-VAT > 0
              PERFORM LOG-FEE-VAT
           END-IF
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + VS-ARG-NET
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + VS-ARG-NET
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
      *The VAT inside the fee is owed to the authority - it waits
      *on the VATPAY liability account until the return is paid
           IF VS-ARG-VAT > 0
              MOVE "VATPAY   " TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
      *No liability account set up - the VAT leg is on the ledger
      *and VATRTN still shows it owed, finance parks it by hand
                 CONTINUE
              NOT INVALID KEY
                 MOVE ACT-REC TO WS-JR-BEFORE
                 COMPUTE ACT-BALANCE = ACT-BALANCE + VS-ARG-VAT
                 REWRITE ACT-REC
                 PERFORM JOURNAL-ACCOUNT-REWRITE
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
       CHARGE-NSF-FEE-EXIT.
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE SPACES TO WS-TR-THEIR-NAME
           MOVE "NSF fee" TO WS-TR-TYPE-NAME
      *The net fee only - the VAT inside it follows on its own leg
           COMPUTE WS-TR-AMOUNT = - VS-ARG-NET
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-NET
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE VS-ARG-NET TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The VAT leg, pointing back at the fee leg just written so
      *FEEREF and VATRTN can pair the two - same shape FEESWEP's
      *LOG-FEE-VAT uses
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
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
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
           INVALID KEY
              PERFORM INIT-MONTH-SUMMARY
           END-READ
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-TYPE-NAME NOT = "NSF fee"
                 AND WS-TR-TYPE-NAME NOT = "VAT on fee"
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
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
