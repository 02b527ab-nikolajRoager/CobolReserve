      *Convert a posted debit-card purchase into an instalment plan
      *of 3, 6 or 12 monthly instalments - for the customer who wants
      *to spread one large purchase without taking a full personal
      *loan through LNOPEN. Takes the TR-KEY of the purchase, which
      *must be the account's own "debit card purchase" leg, posted no
      *longer ago than the conversion window and no smaller than the
      *plan minimum. The purchase amount is credited back to the
      *account from "LOANPOOL " by CALLing TRNSFR, the same path
      *LNOPEN disburses through, and the plan is booked with its
      *whole schedule on INSTPLAN: level instalments, the last one
      *taking the odd cents, due monthly from the day of booking.
      *A set-up fee, when the channel quotes one, is taken from the
      *account straight away as a typed "instalment plan fee" leg,
      *the same shape RETRYRUN's NSF fee posts. INSTCOLL collects
      *the instalments; AVAILBAL and STMTPRNT show what is owed
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INSTPLAN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALMENT-PLANS ASSIGN TO INSTPLAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IP-KEY
           FILE STATUS IS WS-IP-FILE-STATUS.
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
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Forward-recovery journal for the fee's account images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  INSTALMENT-PLANS DATA RECORD IS IP-RECORD.
       COPY instplan.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-IP-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
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
       01 WS-TODAY PIC 9(8).
      *The banking day of the conversion - STATFILE's business date,
      *the machine date when none is set
       01 WS-BUSINESS-DATE PIC 9(8).
      *Plan terms: how many days after posting a purchase may still
      *be converted, and the smallest purchase worth a plan
       01 PLAN-WINDOW-DAYS PIC 9(3) VALUE 30.
       01 PLAN-MIN-AMOUNT PIC 9(7)V99 VALUE 100.00.
       01 WS-MONTHS PIC 9(2).
       01 WS-SETUP-FEE PIC 9(11)V9(4).
       01 WS-PURCHASE-DATE PIC 9(8).
       01 WS-DAYS PIC S9(8).
       01 WS-PRINCIPAL PIC 9(11)V9(4).
       01 WS-LEVEL PIC 9(11)V99.
       01 WS-ROW PIC 9(2).
       01 WS-POST-EDIT PIC Z(11)9.9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-START PIC X VALUE 'Y'.
      *Scratch for the due-date month arithmetic
       01 WS-DUE-YEAR PIC 9(4).
       01 WS-DUE-MONTH PIC 9(4).
       01 WS-DUE-DAY PIC 9(2).
       01 WS-DUE-DATE PIC 9(8).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
      *LOANPOOL carries no hash, the same as for LNOPEN
           05 TR-ARG-HASH      PIC X(8) VALUE SPACES.
      *The bank's own credit-back - never held for a second teller
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *Pre-authorised destination - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
      *Remittance reference carried through to the ledger record
           05 TR-ARG-REMIT-REF PIC X(20) VALUE 'INSTALMENT PLAN'.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The purchase's own TR-KEY, as the receipt handed it back
           05 ARG-TR-KEY PIC X(25).
      *3, 6 or 12
           05 ARG-MONTHS PIC X(2).
      *The account's hash - checked here, and kept on the plan as
      *the authority for its collections
           05 ARG-HASH PIC X(8).
      *Set-up fee quoted to the customer, spaces = none
           05 ARG-SETUP-FEE PIC X(12)XX(4).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF ARG-MONTHS NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Term must be 3, 6 or 12 months"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE ARG-MONTHS TO WS-MONTHS
           IF WS-MONTHS NOT = 3 AND NOT = 6 AND NOT = 12
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Term must be 3, 6 or 12 months"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE 0 TO WS-SETUP-FEE
           IF ARG-SETUP-FEE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(ARG-SETUP-FEE) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Set-up fee must be numeric"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-SETUP-FEE = FUNCTION NUMVAL(ARG-SETUP-FEE)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS

           PERFORM CHECK-PURCHASE THRU CHECK-PURCHASE-EXIT
           IF WS-PRINCIPAL = 0
              GOBACK
           END-IF

           OPEN I-O INSTALMENT-PLANS
           IF WS-IP-FILE-STATUS = '35'
              OPEN OUTPUT INSTALMENT-PLANS
              CLOSE INSTALMENT-PLANS
              OPEN I-O INSTALMENT-PLANS
           END-IF
           IF WS-IP-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Instalment plan file error '
                 WS-IP-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE INSTALMENT-PLANS
              GOBACK
           END-IF
           MOVE ARG-TR-KEY TO IP-KEY
           READ INSTALMENT-PLANS RECORD KEY IP-KEY
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Purchase already on an instalment '
                 'plan"'
              DISPLAY '}'
              CLOSE INSTALMENT-PLANS
              GOBACK
           END-READ

      *The plan only exists if the money actually reached the
      *account - TRNSFR enforces freezes and writes both legs
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-PRINCIPAL TO WS-POST-EDIT
           MOVE WS-POST-EDIT TO TR-ARG-AMOUNT
           MOVE IP-CURRENCY TO TR-ARG-CURRENCY
           MOVE "LOANPOOL " TO TR-ARG-FROM-NAME
           MOVE IP-ACCOUNT TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Credit back did not post"'
              DISPLAY '}'
              CLOSE INSTALMENT-PLANS
              GOBACK
           END-IF

           PERFORM BUILD-SCHEDULE
           WRITE IP-RECORD
           INVALID KEY
      *The money has already moved - shout for ops to reconcile
      *rather than leave it half-recorded
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Plan booking failed after credit back, '
                 'reconcile LOANPOOL: ' WS-IP-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE INSTALMENT-PLANS
              GOBACK
           END-WRITE
           CLOSE INSTALMENT-PLANS

           IF WS-SETUP-FEE > 0
              PERFORM CHARGE-SETUP-FEE THRU CHARGE-SETUP-FEE-EXIT
           END-IF

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Plan":"' IP-KEY '",'
           MOVE IP-PRINCIPAL TO WS-AMOUNT-EDIT
           DISPLAY '  "CreditedBack":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' IP-CURRENCY '",'
           MOVE IP-SETUP-FEE TO WS-AMOUNT-EDIT
           DISPLAY '  "SetUpFee":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Schedule":['
           MOVE 0 TO WS-ROW
           PERFORM SHOW-ONE-ROW IP-TERM TIMES
           DISPLAY '  ]'
           DISPLAY '}'
           GOBACK.
      *The purchase must be the account's own debit-card leg, inside
      *the window and over the minimum, on an account that is open
      *and whose hash the caller knows. Leaves WS-PRINCIPAL zero on
      *any refusal, the refusal already shown
       CHECK-PURCHASE.
           MOVE 0 TO WS-PRINCIPAL
           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Transfers file error ' WS-T-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           MOVE ARG-TR-KEY TO TR-KEY
           READ USER-TRANSFERS RECORD KEY TR-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Purchase not found"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              GO TO CHECK-PURCHASE-EXIT
           END-READ
           CLOSE USER-TRANSFERS
           IF TR-TYPE-NAME NOT = "debit card purchase"
                 OR TR-OWN-AMOUNT NOT < 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Only a debit card purchase can be '
                 'converted"'
              DISPLAY '}'
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           COMPUTE WS-PURCHASE-DATE = TR-YEAR * 10000 + TR-MONTH * 100
                                    + TR-DAY
           COMPUTE WS-DAYS
              = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-PURCHASE-DATE)
           IF WS-DAYS > PLAN-WINDOW-DAYS
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Purchase is past the conversion '
                 'window"'
              DISPLAY '}'
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           IF - TR-OWN-AMOUNT < PLAN-MIN-AMOUNT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Purchase too small for an instalment '
                 'plan"'
              DISPLAY '}'
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           OPEN INPUT USER-ACCOUNTS
           MOVE TR-MY-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' TR-MY-NAME ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-PURCHASE-EXIT
           END-READ
           CLOSE USER-ACCOUNTS
           IF NOT ACT-IS-ACTIVE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account is not active"'
              DISPLAY '}'
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           IF ACT-PASS-HASH NOT = SPACES
                 AND ACT-PASS-HASH NOT = ARG-HASH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account hash does not match"'
              DISPLAY '}'
              GO TO CHECK-PURCHASE-EXIT
           END-IF
           MOVE TR-MY-NAME TO IP-ACCOUNT
           MOVE TR-TIME-STAMP TO IP-PURCHASE-STAMP
           MOVE TR-THEIR-NAME TO IP-MERCHANT
           MOVE TR-OWN-CURRENCY TO IP-CURRENCY
           COMPUTE WS-PRINCIPAL = - TR-OWN-AMOUNT.
       CHECK-PURCHASE-EXIT.
           EXIT.
      *Level instalments rounded down to the cent, the last one
      *clearing the remainder exactly
       BUILD-SCHEDULE.
           MOVE ARG-TR-KEY TO IP-KEY
           MOVE 'A' TO IP-STATUS
           MOVE WS-PRINCIPAL TO IP-PRINCIPAL
           MOVE WS-PRINCIPAL TO IP-OUTSTANDING
           MOVE WS-SETUP-FEE TO IP-SETUP-FEE
           MOVE WS-BUSINESS-DATE TO IP-BOOKED-DATE
           MOVE ARG-HASH TO IP-HASH
           MOVE WS-MONTHS TO IP-TERM
           COMPUTE WS-LEVEL = WS-PRINCIPAL / WS-MONTHS
           MOVE 0 TO WS-ROW
           PERFORM BUILD-ONE-ROW 12 TIMES
           COMPUTE IP-INSTALMENT(WS-MONTHS)
              = WS-PRINCIPAL - WS-LEVEL * (WS-MONTHS - 1).
       BUILD-ONE-ROW.
           ADD 1 TO WS-ROW
           IF WS-ROW > WS-MONTHS
              MOVE 0 TO IP-DUE-DATE(WS-ROW)
              MOVE 0 TO IP-INSTALMENT(WS-ROW)
              MOVE 'Y' TO IP-PAID-FLAG(WS-ROW)
           ELSE
              PERFORM COMPUTE-DUE-DATE
              MOVE WS-DUE-DATE TO IP-DUE-DATE(WS-ROW)
              MOVE WS-LEVEL TO IP-INSTALMENT(WS-ROW)
              MOVE 'N' TO IP-PAID-FLAG(WS-ROW)
           END-IF
           MOVE 0 TO IP-PAID-DATE(WS-ROW).
      *Due date = booking date plus the row number in months,
      *day-of-month clamped back in shorter landing months, same
      *arithmetic LNOPEN uses for its schedule
       COMPUTE-DUE-DATE.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-DUE-YEAR
           MOVE WS-BUSINESS-DATE(5:2) TO WS-DUE-MONTH
           MOVE WS-BUSINESS-DATE(7:2) TO WS-DUE-DAY
           COMPUTE WS-DUE-MONTH = WS-DUE-MONTH + WS-ROW
           PERFORM ROLL-DUE-YEAR UNTIL WS-DUE-MONTH <= 12
           IF WS-DUE-DAY > 28 AND WS-DUE-MONTH = 2
              MOVE 28 TO WS-DUE-DAY
           END-IF
           IF WS-DUE-DAY > 30 AND (WS-DUE-MONTH = 4 OR 6 OR 9 OR 11)
              MOVE 30 TO WS-DUE-DAY
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
              + WS-DUE-MONTH * 100 + WS-DUE-DAY.
       ROLL-DUE-YEAR.
           COMPUTE WS-DUE-MONTH = WS-DUE-MONTH - 12
           ADD 1 TO WS-DUE-YEAR.
       SHOW-ONE-ROW.
           ADD 1 TO WS-ROW
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           MOVE IP-INSTALMENT(WS-ROW) TO WS-AMOUNT-EDIT
           DISPLAY '  {"Num":' WS-ROW ',"DueDate":' IP-DUE-DATE(WS-ROW)
              ',"Amount":' WS-AMOUNT-EDIT '}'.
      *Take the set-up fee straight off the account and credit the
      *bank's balance and its transaction-fee income, with a typed
      *"instalment plan fee" leg behind it - the shape RETRYRUN's NSF
      *fee takes. The customer agreed the fee with the plan, so it
      *is taken even into an overdraft
       CHARGE-SETUP-FEE.
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           IF (WS-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GO TO CHARGE-SETUP-FEE-EXIT
           END-IF
           MOVE IP-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GO TO CHARGE-SETUP-FEE-EXIT
           END-READ
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-SETUP-FEE
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-SETUP-FEE
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-SETUP-FEE
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + WS-SETUP-FEE
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
       CHARGE-SETUP-FEE-EXIT.
           EXIT.
       LOG-SETUP-FEE.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
      *The official banking day overrides the machine date on the
      *ledger stamp, so after-midnight work lands on the right day
           MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE "instalment plan fee" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-SETUP-FEE
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-SETUP-FEE
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE WS-SETUP-FEE TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
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
           MOVE 'INSTPLAN' TO JR-PROGRAM
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
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-TYPE-NAME NOT = "instalment plan fee"
              ADD 1 TO AM-DEBIT-COUNT
           END-IF
           COMPUTE AM-DEBIT-TOTAL
              = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
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
