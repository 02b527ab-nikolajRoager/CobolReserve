      *Issue a bank guarantee or standby letter of credit for a
      *customer in favour of a beneficiary. The instrument goes on
      *the GTEEBOOK register as a contingent liability; any cash
      *margin the customer puts up is immobilised by an amount-level
      *hold on LGLHOLDS under the guarantee reference, the same hold
      *LGLHOLD places for a court; and the issuance commission is
      *taken straight away, off the customer and into the BANK
      *account's transaction-fee income with a typed "guarantee
      *commission" leg, the way CHQCLEAR takes an NSF fee. The
      *margin and the commission must both be covered by the
      *customer's own free balance. Written to AUDITLOG under the
      *operator's ID
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GTEEISS.
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
              ACCESS MODE IS DYNAMIC
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
       COPY wstrnrep.
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-MARGIN PIC S9(11)V9(4).
       01 WS-COMMISSION PIC S9(11)V9(4).
       01 WS-PERIODIC-FEE PIC S9(11)V9(4).
       01 WS-FEE-DAYS PIC 9(4).
       01 WS-HELD-AMOUNT PIC 9(12)V9(4).
       01 WS-LH-DONE PIC X.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *Reference printed on the instrument, unique on the register
           05 ARG-REFERENCE PIC X(12).
      *The customer applying - ACT-NAME
           05 ARG-ACCOUNT PIC X(9).
      *B = bid, P = performance, A = advance payment, S = standby LC
           05 ARG-TYPE PIC X(1).
           05 ARG-BENEFICIARY PIC X(30).
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-CURRENCY PIC X(3).
      *Last day a claim is honoured, YYYYMMDD
           05 ARG-EXPIRY PIC X(8).
      *Cash margin to hold, issuance commission and periodic fee, all
      *in the customer's account currency - spaces = none
           05 ARG-MARGIN PIC X(12)XX(4).
           05 ARG-COMMISSION PIC X(12)XX(4).
           05 ARG-PERIODIC-FEE PIC X(12)XX(4).
      *Days between periodic fees, e.g. 90 for quarterly
           05 ARG-FEE-DAYS PIC X(4).
      *Operator issuing it, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-TYPE TO GT-TYPE
           IF NOT GT-TYPE-VALID
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Type must be B, P, A or S"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-REFERENCE = SPACES OR ARG-BENEFICIARY = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Reference and beneficiary required"'
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
           MOVE 0 TO WS-MARGIN
           MOVE 0 TO WS-COMMISSION
           MOVE 0 TO WS-PERIODIC-FEE
           MOVE 0 TO WS-FEE-DAYS
           IF ARG-MARGIN NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-MARGIN) = 0
              COMPUTE WS-MARGIN = FUNCTION NUMVAL(ARG-MARGIN)
           END-IF
           IF ARG-COMMISSION NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-COMMISSION) = 0
              COMPUTE WS-COMMISSION = FUNCTION NUMVAL(ARG-COMMISSION)
           END-IF
           IF ARG-PERIODIC-FEE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-PERIODIC-FEE) = 0
              COMPUTE WS-PERIODIC-FEE
                 = FUNCTION NUMVAL(ARG-PERIODIC-FEE)
           END-IF
           IF ARG-FEE-DAYS NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-FEE-DAYS) = 0
              COMPUTE WS-FEE-DAYS = FUNCTION NUMVAL(ARG-FEE-DAYS)
           END-IF
           IF WS-MARGIN < 0 OR WS-COMMISSION < 0
                 OR WS-PERIODIC-FEE < 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Margin and fees may not be negative"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF WS-PERIODIC-FEE > 0 AND WS-FEE-DAYS = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Periodic fee needs a fee interval"'
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
           IF ARG-EXPIRY NOT NUMERIC OR ARG-EXPIRY <= WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Expiry must be a future date"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O GUARANTEE-BOOK
           IF WS-GT-FILE-STATUS = '35'
              OPEN OUTPUT GUARANTEE-BOOK
              CLOSE GUARANTEE-BOOK
              OPEN I-O GUARANTEE-BOOK
           END-IF
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
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Guarantee reference already used"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              GOBACK
           END-READ

           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ
           IF ACT-IS-FROZEN OR ACT-IS-OUTBLOCKED OR ACT-IS-ESCROW
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account on hold"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
      *Margin and commission come out of the customer's own money -
      *never the overdraft line, and never what a court already holds
           PERFORM GET-LEGAL-HOLDS
           IF ACT-BALANCE - WS-HELD-AMOUNT < WS-MARGIN + WS-COMMISSION
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Insufficient funds for margin and '
                 'commission"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           IF WS-COMMISSION > 0
              PERFORM TAKE-COMMISSION
           END-IF
           IF WS-MARGIN > 0
              PERFORM HOLD-MARGIN
           END-IF

           MOVE ARG-REFERENCE TO GT-REFERENCE
           MOVE 'O' TO GT-STATUS
           MOVE ARG-TYPE TO GT-TYPE
           MOVE ARG-ACCOUNT TO GT-ACCOUNT
           MOVE ARG-BENEFICIARY TO GT-BENEFICIARY
           MOVE WS-AMOUNT TO GT-AMOUNT
           MOVE ARG-CURRENCY TO GT-CURRENCY
           MOVE WS-TODAY TO GT-ISSUE-DATE
           MOVE ARG-EXPIRY TO GT-EXPIRY-DATE
           MOVE WS-MARGIN TO GT-MARGIN
           MOVE WS-COMMISSION TO GT-COMMISSION
           MOVE WS-PERIODIC-FEE TO GT-PERIODIC-FEE
           MOVE WS-FEE-DAYS TO GT-FEE-DAYS
      *The first periodic fee falls one interval after issue - the
      *commission covers the first period
           IF WS-FEE-DAYS > 0
              COMPUTE GT-NEXT-FEE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-FEE-DAYS)
           ELSE
              MOVE 0 TO GT-NEXT-FEE-DATE
           END-IF
           MOVE WS-COMMISSION TO GT-FEES-TAKEN
           MOVE 0 TO GT-CLAIM-AMOUNT
           MOVE 0 TO GT-CLOSED-DATE
           MOVE ARG-OPERATOR-ID TO GT-OPERATOR-ID
           WRITE GT-RECORD
           PERFORM LOG-AUDIT

           MOVE GT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Reference":"' GT-REFERENCE '",'
           DISPLAY '  "Type":"' GT-TYPE '",'
           DISPLAY '  "Account":"' GT-ACCOUNT '",'
           DISPLAY '  "Beneficiary":"' GT-BENEFICIARY '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' GT-CURRENCY '",'
           DISPLAY '  "ExpiryDate":' GT-EXPIRY-DATE ','
           MOVE GT-MARGIN TO WS-AMOUNT-EDIT
           DISPLAY '  "MarginHeld":' WS-AMOUNT-EDIT ','
           MOVE GT-COMMISSION TO WS-AMOUNT-EDIT
           DISPLAY '  "Commission":' WS-AMOUNT-EDIT
           DISPLAY '}'
           PERFORM CLOSE-FILES
           GOBACK.
       CLOSE-FILES.
           CLOSE GUARANTEE-BOOK
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
      *Commission off the customer and into BANK's balance and its
      *transaction-fee income. The customer's ACT-REC is in the
      *buffer when this runs
       TAKE-COMMISSION.
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-COMMISSION
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-COMMISSION
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-COMMISSION
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + WS-COMMISSION
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ.
      *The typed fee leg on the customer, same staging shape CHQCLEAR
      *uses for its NSF fee
       LOG-COMMISSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE "guarantee commission" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-COMMISSION
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-COMMISSION
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE WS-COMMISSION TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE ARG-REFERENCE TO WS-TR-REMIT-REF
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
      *The margin hold, exactly as LGLHOLD places one, open-ended -
      *GTEERUN or GTEEMNT releases it when the guarantee ends
       HOLD-MARGIN.
           OPEN I-O LEGAL-HOLDS
           IF WS-LH-FILE-STATUS = '35'
              OPEN OUTPUT LEGAL-HOLDS
              CLOSE LEGAL-HOLDS
              OPEN I-O LEGAL-HOLDS
           END-IF
           MOVE ARG-ACCOUNT TO LH-ACCOUNT
           MOVE ARG-REFERENCE TO LH-COURT-REF
           MOVE 'A' TO LH-STATUS
           MOVE WS-MARGIN TO LH-AMOUNT
           MOVE WS-TODAY TO LH-START-DATE
           MOVE 0 TO LH-EXPIRY-DATE
           WRITE LH-RECORD
           INVALID KEY
              REWRITE LH-RECORD
           END-WRITE
           CLOSE LEGAL-HOLDS.
      *Total of the account's active, unexpired legal holds, the same
      *walk CHQCLEAR makes. ACT-NAME names the account being checked
       GET-LEGAL-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-LH-DONE
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-FILE-STATUS NOT = '00'
                 AND WS-LH-FILE-STATUS NOT = '97'
              MOVE 'Y' TO WS-LH-DONE
           ELSE
              MOVE ACT-NAME TO LH-ACCOUNT
              MOVE LOW-VALUES TO LH-COURT-REF
              START LEGAL-HOLDS KEY IS >= LH-KEY
              IF WS-LH-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-LH-DONE
              END-IF
           END-IF
           PERFORM SUM-ONE-HOLD UNTIL WS-LH-DONE = 'Y'
           CLOSE LEGAL-HOLDS.
       SUM-ONE-HOLD.
           READ LEGAL-HOLDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LH-DONE
               NOT AT END
                   IF LH-ACCOUNT NOT = ACT-NAME
                      MOVE 'Y' TO WS-LH-DONE
                   ELSE
                      IF LH-IS-ACTIVE
                            AND (LH-EXPIRY-DATE = 0
                                 OR LH-EXPIRY-DATE >= WS-TODAY)
                         ADD LH-AMOUNT TO WS-HELD-AMOUNT
                      END-IF
                   END-IF
           END-READ.
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
           MOVE 'GTEEISS' TO JR-PROGRAM
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
           IF WS-TR-TYPE-NAME NOT = "guarantee commission"
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
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *LGLHOLD's trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'GTEEISS' TO AU-PROGRAM
           MOVE GT-ACCOUNT TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'GUARANTEE ' GT-REFERENCE
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE GT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO AU-AFTER
           STRING 'ISSUED ' GT-TYPE ' ' WS-AMOUNT-EDIT ' ' GT-CURRENCY
              DELIMITED BY SIZE INTO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
