      *Take a one-off service charge from a customer's account for a
      *counter service - statement reprint, cheque book, stop order,
      *legal hold - at the SVCTARIF charge for that service in the
      *account's currency. Posted as a typed "service charge" leg
      *with the service code on the remittance field and the teller
      *on the leg, the charge carried in the transaction-fee field
      *and credited to BANK's transaction-fee income, so FEERECON
      *still ties and a charge waived after the event goes back
      *through FEEREF (fee T) like any other fee. SVCREP rolls the
      *month up by service code and teller. The tariff charge is
      *VAT-inclusive: VATSPLIT splits it, the leg and the bank's
      *income carry the net, and the VAT goes on its own "VAT on fee"
      *leg and into the VATPAY liability account.
      *
      *Keyed by a teller on its own, or CALLed by SPOOLRPR/CHQISSUE/
      *CHQSTOP/LGLHOLD once their service has been done - a caller
      *passes mode C and reads the outcome off the result byte, so
      *this program prints nothing into the caller's reply
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SVCCHG.
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
      *What each counter service costs, per account currency
           SELECT SERVICE-TARIFF ASSIGN TO SVCTARIF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SV-KEY
              FILE STATUS IS WS-SV-FILE-STATUS.
      *Operator master - the charging teller must be real and active
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Forward-recovery journal for the charge's images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *The official banking day for the ledger stamp
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
       FD  SERVICE-TARIFF DATA RECORD IS SV-RECORD.
       COPY svctarf.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-SV-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
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
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-CHARGE PIC S9(11)V9(4).
      *The charge leg's key, for the audit entry - the VAT leg comes
      *after it and moves TR-KEY on
       01 WS-CHARGE-KEY PIC X(25).
      *Laid out exactly like VATSPLIT's own LINKAGE SECTION
       01 VS-ARG-BUFFER.
           05 VS-ARG-FEE-TYPE PIC X(20).
           05 VS-ARG-GROSS PIC S9(11)V9(4).
           05 VS-ARG-NET PIC S9(11)V9(4).
           05 VS-ARG-VAT PIC S9(11)V9(4).
           05 VS-ARG-RATE PIC 9V9999.
       01 WS-ERROR-TEXT PIC X(40).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
      *Service and charge, for the audit entry
       01 WS-AUDIT-AFTER.
           05 WS-AA-CODE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-CURRENCY PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-CHARGE PIC Z(10)9.9999.
           05 FILLER PIC X(11) VALUE SPACES.
       COPY wstrnrep.
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-ACCOUNT PIC X(9).
      *Tariff code of the service given, see svctarf.cpy
           05 ARG-SERVICE-CODE PIC X(8).
      *Teller who gave the service, for the gate and the report
           05 ARG-TELLER-ID PIC X(9).
      *Spaces = keyed at the counter, reply in JSON; C = CALLed by
      *another program, reply only through the fields below
           05 ARG-MODE PIC X(1).
      *Y = charged, N = nothing to charge (no active tariff for the
      *service in the account's currency), F = refused
           05 ARG-RESULT PIC X(1).
           05 ARG-CHARGE PIC 9(11)V9(4).
           05 ARG-CURRENCY PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'F' TO ARG-RESULT
           MOVE 0 TO ARG-CHARGE
           MOVE SPACES TO ARG-CURRENCY
           MOVE 'No error' TO WS-ERROR-TEXT
           PERFORM TAKE-CHARGE THRU TAKE-CHARGE-EXIT
           IF ARG-MODE NOT = 'C'
              DISPLAY '{'
              IF ARG-RESULT = 'F'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"' WS-ERROR-TEXT '"'
              ELSE
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"' WS-ERROR-TEXT '",'
                 DISPLAY '  "Account":"' ARG-ACCOUNT '",'
                 DISPLAY '  "ServiceCode":"' ARG-SERVICE-CODE '",'
                 DISPLAY '  "Charged":"' ARG-RESULT '",'
                 MOVE ARG-CHARGE TO WS-AMOUNT-EDIT
                 DISPLAY '  "Charge":' WS-AMOUNT-EDIT ','
                 DISPLAY '  "Currency":"' ARG-CURRENCY '"'
              END-IF
              DISPLAY '}'
           END-IF
           GOBACK.
       TAKE-CHARGE.
      *A service charge is ordinary counter work - any active teller
      *with a live session, the same gate FEEREF uses
           MOVE ARG-TELLER-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              MOVE 'Operator not authorised' TO WS-ERROR-TEXT
              GO TO TAKE-CHARGE-EXIT
           END-IF
      *The bank does not charge itself
           IF ARG-ACCOUNT = "BANK     "
              MOVE 'Bank account is exempt' TO WS-ERROR-TEXT
              GO TO TAKE-CHARGE-EXIT
           END-IF
           PERFORM GET-BUSINESS-DATE
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Accounts file error' TO WS-ERROR-TEXT
              CLOSE USER-ACCOUNTS
              GO TO TAKE-CHARGE-EXIT
           END-IF
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'Account not found' TO WS-ERROR-TEXT
              CLOSE USER-ACCOUNTS
              GO TO TAKE-CHARGE-EXIT
           END-READ
           MOVE ACT-CURRENCY TO ARG-CURRENCY

      *No active tariff for the service in this currency is not an
      *error - the service is simply free
           PERFORM GET-TARIFF
           IF WS-CHARGE <= 0
              MOVE 'N' TO ARG-RESULT
              MOVE 'No charge for this service' TO WS-ERROR-TEXT
              CLOSE USER-ACCOUNTS
              GO TO TAKE-CHARGE-EXIT
           END-IF
      *All or nothing - a charge that would break the overdraft
      *limit is refused rather than part-taken
           IF ACT-BALANCE - WS-CHARGE < - ACT-OVERDRAFT-LIMIT
              MOVE 'Insufficient funds for the charge' TO WS-ERROR-TEXT
              CLOSE USER-ACCOUNTS
              GO TO TAKE-CHARGE-EXIT
           END-IF

           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Transfers file error' TO WS-ERROR-TEXT
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GO TO TAKE-CHARGE-EXIT
           END-IF
           MOVE "service charge" TO VS-ARG-FEE-TYPE
           MOVE WS-CHARGE TO VS-ARG-GROSS
           CALL 'VATSPLIT' USING VS-ARG-BUFFER
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-CHARGE
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-CHARGE-LEG
           MOVE TR-KEY TO WS-CHARGE-KEY
           IF VS-ARG-VAT > 0
              PERFORM LOG-FEE-VAT
           END-IF

      *Into the bank's transaction-fee income, the same bucket the
      *maintenance fee and the transfer fee land in
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
      *The VAT is owed to the authority, not earned - it waits on
      *the VATPAY liability account until the return is paid
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
           CLOSE USER-TRANSFERS
           PERFORM LOG-AUDIT
           MOVE 'Y' TO ARG-RESULT
           MOVE WS-CHARGE TO ARG-CHARGE.
       TAKE-CHARGE-EXIT.
           EXIT.
       GET-TARIFF.
           MOVE 0 TO WS-CHARGE
           OPEN INPUT SERVICE-TARIFF
           IF WS-SV-FILE-STATUS = '00' OR WS-SV-FILE-STATUS = '97'
              MOVE ARG-SERVICE-CODE TO SV-CODE
              MOVE ACT-CURRENCY TO SV-CURRENCY
              READ SERVICE-TARIFF RECORD KEY SV-KEY
              NOT INVALID KEY
                 IF SV-IS-ACTIVE
                    MOVE SV-CHARGE TO WS-CHARGE
                 END-IF
              END-READ
           END-IF
           CLOSE SERVICE-TARIFF.
      *The typed charge leg: service code on the remittance field,
      *the teller on the leg, and the charge in the transaction-fee
      *field - that is what FEERECON sums and what FEEREF refunds
       LOG-CHARGE-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ARG-ACCOUNT TO WS-TR-MY-NAME
           MOVE SPACES TO WS-TR-THEIR-NAME
           MOVE "service charge" TO WS-TR-TYPE-NAME
      *The net charge only - the VAT inside it follows on its own leg
           COMPUTE WS-TR-AMOUNT = - VS-ARG-NET
           MOVE ARG-CURRENCY TO WS-TR-CURRENCY
           MOVE ARG-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-NET
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE VS-ARG-NET TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE WS-OPERATOR-ID(1:8) TO WS-TR-TELLER-ID
           MOVE ARG-SERVICE-CODE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Two postings for one account can land the same millisecond -
      *nudge the timestamp once rather than losing the leg
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           MOVE TR-TIME-STAMP TO WS-TR-TIME-STAMP
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The VAT leg, pointing back at the charge leg so FEEREF and
      *VATRTN can pair the two
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
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
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
           MOVE 'SVCCHG' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Keep the account's month summary in step with the leg just
      *logged. The charge moves the debit total and the fee total but
      *not the counts - it is the bank's posting, not the customer's
      *own withdrawal. A summary that can not be written never blocks
      *the posting
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
           COMPUTE AM-DEBIT-TOTAL
              = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           ADD WS-TR-TRANSACTION-FEE TO AM-FEE-TOTAL
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
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           MOVE ARG-SERVICE-CODE TO WS-AA-CODE
           MOVE ARG-CURRENCY TO WS-AA-CURRENCY
           MOVE WS-CHARGE TO WS-AA-CHARGE
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SVCCHG' TO AU-PROGRAM
           MOVE ARG-ACCOUNT TO AU-TARGET
           MOVE WS-CHARGE-KEY TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master and active -
      *teller or supervisor. Fails closed when the master can not
      *be read
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
      *The id alone is not enough any more: a live SIGNON session
      *must stand behind it, or the gate stays shut
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF.
      *One tolerant read of the bank-wide record - no business date
      *on file just means the machine date stands, as before
       GET-BUSINESS-DATE.
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS.
