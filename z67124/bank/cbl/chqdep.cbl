      *Outward cheque deposit: a customer pays in a cheque drawn on
      *another bank. The cheque goes on the CHQDEPS register (drawee
      *bank, serial, amount) for CHQOUT to send to the clearing
      *house, and the customer is credited straight away with a
      *typed "cheque deposit" leg against the CLEARING holding
      *account - but the credit is provisional: an availability hold
      *for the full amount stands until CHQRTIN hears the drawee has
      *paid it. Should it come back unpaid, CHQRTIN takes the credit
      *back again
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHQDEP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ACCOUNT-ALIASES ASSIGN TO ACTALIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AL-NUMBER
              FILE STATUS IS WS-AL-FILE-STATUS.
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
      *Business date, quiesce flag and the availability period
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
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CHEQUE-DEPOSITS DATA RECORD IS CX-RECORD.
       COPY chqdep.
       FD  AVAIL-HOLDS DATA RECORD IS AV-RECORD.
       COPY avhold.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
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
       01 WS-CX-FILE-STATUS PIC XX.
       01 WS-AV-FILE-STATUS PIC XX.
       01 WS-AL-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
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
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *Business days until the funds are expected to have cleared,
      *off STATFILE's availability period, non-numeric or 0 = 3
       01 WS-AVAIL-DAYS PIC 9(4).
       01 WS-AVAIL-DATE PIC 9(8).
       01 WS-AVAIL-INT PIC 9(8).
       01 WS-RESOLVE.
           05 WS-RS-NAME PIC X(9).
           05 WS-RS-OK PIC X.
      *The "cheque 00001234" reference stamped on the ledger leg
       01 WS-CHEQUE-REF.
           05 FILLER PIC X(7) VALUE 'cheque '.
           05 WS-CHEQUE-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - a
      *teller may not key work onto their own or a connected person's
      *account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'CHQDEP'.
           05 SL-ARG-ACCOUNT PIC X(9).
           05 SL-ARG-IDENTITY PIC X(9).
           05 SL-ARG-SECONDARY PIC X(9).
           05 SL-ARG-RESULT PIC X(1).
      *Staging for CHKDIGIT, laid out exactly like its LINKAGE SECTION
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
      *Laid out exactly like DATEROLL's own LINKAGE SECTION
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
           05 DR-ARG-CURRENCY PIC X(3).
       COPY wstrnrep.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The customer paying it in - ACT-NAME or account number
           05 ARG-ACCOUNT PIC X(9).
      *The bank the cheque is drawn on, and the cheque's serial
           05 ARG-DRAWEE-BANK PIC X(9).
           05 ARG-SERIAL PIC X(8).
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-CURRENCY PIC X(3).
           05 ARG-TELLER-ID PIC X(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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
           IF ARG-SERIAL NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Cheque serial must be numeric"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-DRAWEE-BANK = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Drawee bank is required"'
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
           IF FUNCTION TEST-NUMVAL(S-AVAIL-DAYS) = 0
              COMPUTE WS-AVAIL-DAYS = FUNCTION NUMVAL(S-AVAIL-DAYS)
           ELSE
              MOVE 0 TO WS-AVAIL-DAYS
           END-IF
           IF WS-AVAIL-DAYS = 0
              MOVE 3 TO WS-AVAIL-DAYS
           END-IF

           MOVE ARG-ACCOUNT TO WS-RS-NAME
           PERFORM RESOLVE-ACCOUNT-NUMBER
           IF WS-RS-OK = 'C'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account number check digit fails"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF WS-RS-OK = 'U'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account number not known"'
              DISPLAY '}'
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
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
              CLOSE USER-TRANSFERS
              OPEN I-O USER-TRANSFERS
           END-IF
           OPEN I-O CHEQUE-DEPOSITS
           IF WS-CX-FILE-STATUS = '35'
              OPEN OUTPUT CHEQUE-DEPOSITS
              CLOSE CHEQUE-DEPOSITS
              OPEN I-O CHEQUE-DEPOSITS
           END-IF
           IF WS-CX-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Cheque register error ' WS-CX-FILE-STATUS
                 '"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           MOVE WS-RS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ
           IF ACT-IS-FROZEN OR ACT-IS-ESCROW
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account on hold"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
      *A teller may not pay a cheque in to their own or a connected
      *person's account
           IF ARG-TELLER-ID NOT = SPACES
              PERFORM CHECK-STAFF-LINK
              IF SL-ARG-RESULT = 'Y'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Operator linked to this account"'
                 DISPLAY '}'
                 PERFORM CLOSE-FILES
                 GOBACK
              END-IF
           END-IF
      *The clearing house does not convert - a cheque is paid in to
      *an account held in its own currency
           IF ARG-CURRENCY NOT = ACT-CURRENCY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Cheque not in the account currency"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

      *The same cheque paid in twice is refused at the counter
           MOVE ARG-DRAWEE-BANK TO CX-DRAWEE-BANK
           MOVE ARG-SERIAL TO CX-SERIAL
           MOVE ACT-NAME TO CX-ACCOUNT
           READ CHEQUE-DEPOSITS RECORD KEY CX-KEY
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Cheque already deposited"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ

      *The customer's provisional credit
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-CHEQUE-DEPOSIT
           PERFORM WRITE-CHEQUE-HOLD

      *CLEARING carries the claim on the clearing house until the
      *drawee pays - the ledger stays balanced every moment between
           MOVE "CLEARING " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the holding account is set up with the
      *clearing membership
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE - WS-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ

           MOVE ARG-DRAWEE-BANK TO CX-DRAWEE-BANK
           MOVE ARG-SERIAL TO CX-SERIAL
           MOVE WS-RS-NAME TO CX-ACCOUNT
           MOVE 'D' TO CX-STATUS
           MOVE WS-AMOUNT TO CX-AMOUNT
           MOVE ARG-CURRENCY TO CX-CURRENCY
           MOVE WS-TODAY TO CX-DEPOSIT-DATE
           MOVE 0 TO CX-SENT-DATE
           MOVE 0 TO CX-SETTLED-DATE
           MOVE SPACES TO CX-RETURN-CODE
           MOVE 0 TO CX-FEE-TAKEN
           MOVE AV-KEY TO CX-HOLD-KEY
           MOVE ARG-TELLER-ID TO CX-TELLER-ID
           WRITE CX-RECORD

           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' CX-ACCOUNT '",'
           DISPLAY '  "DraweeBank":"' CX-DRAWEE-BANK '",'
           DISPLAY '  "Serial":' CX-SERIAL ','
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' CX-CURRENCY '",'
           DISPLAY '  "FundsHeldUntilCleared":' WS-AVAIL-DATE
           DISPLAY '}'
           PERFORM CLOSE-FILES
           GOBACK.
       CLOSE-FILES.
           CLOSE CHEQUE-DEPOSITS
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
      *An all-digit identifier is an account number: the check digit
      *must prove the keying and the alias file must know it, then
      *the real ACT-NAME takes its place. Anything else passes
       RESOLVE-ACCOUNT-NUMBER.
           MOVE 'Y' TO WS-RS-OK
           IF WS-RS-NAME NUMERIC
              MOVE WS-RS-NAME TO CD-ARG-NUMBER
              CALL 'CHKDIGIT' USING CD-ARG-BUFFER
              IF CD-ARG-RESULT NOT = 'Y'
                 MOVE 'C' TO WS-RS-OK
              ELSE
                 OPEN INPUT ACCOUNT-ALIASES
                 IF WS-AL-FILE-STATUS = '00'
                       OR WS-AL-FILE-STATUS = '97'
                    MOVE WS-RS-NAME TO AL-NUMBER
                    READ ACCOUNT-ALIASES RECORD KEY AL-NUMBER
                    INVALID KEY
                       MOVE 'U' TO WS-RS-OK
                    NOT INVALID KEY
                       MOVE AL-ACT-NAME TO WS-RS-NAME
                    END-READ
                    CLOSE ACCOUNT-ALIASES
                 ELSE
                    MOVE 'U' TO WS-RS-OK
                 END-IF
              END-IF
           END-IF.
      *Hold the whole cheque until clearing says it was paid. The
      *date is when it is expected to clear - today plus the
      *availability period, rolled to a good value date for the
      *currency - shown to the customer, but only CHQRTIN releases
      *it. The customer's ACT-REC is in the buffer when this runs
       WRITE-CHEQUE-HOLD.
           COMPUTE WS-AVAIL-INT
              = FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-AVAIL-DAYS
           COMPUTE WS-AVAIL-DATE
              = FUNCTION DATE-OF-INTEGER(WS-AVAIL-INT)
           MOVE WS-AVAIL-DATE TO DR-ARG-DATE
           MOVE ACT-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO WS-AVAIL-DATE
           OPEN I-O AVAIL-HOLDS
           IF WS-AV-FILE-STATUS = '35'
              OPEN OUTPUT AVAIL-HOLDS
              CLOSE AVAIL-HOLDS
              OPEN I-O AVAIL-HOLDS
           END-IF
           MOVE ACT-NAME TO AV-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO AV-TIME-STAMP
           MOVE 'H' TO AV-STATUS
           MOVE WS-AMOUNT TO AV-AMOUNT
           MOVE ACT-CURRENCY TO AV-CURRENCY
           MOVE WS-AVAIL-DATE TO AV-AVAILABLE-DATE
           MOVE 'C' TO AV-RELEASE-ON
           WRITE AV-RECORD
           INVALID KEY
              ADD 1 TO AV-MILIS
              WRITE AV-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE AVAIL-HOLDS.
      *The typed credit leg behind the deposit. The customer's
      *ACT-REC is in the buffer when this runs
       LOG-CHEQUE-DEPOSIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
      *The official banking day overrides the machine date on the
      *ledger stamp, so after-midnight work lands on the right day
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "CLEARING " TO WS-TR-THEIR-NAME
           MOVE "cheque deposit" TO WS-TR-TYPE-NAME
           MOVE WS-AMOUNT TO WS-TR-AMOUNT
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE WS-AMOUNT TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE ARG-DRAWEE-BANK TO WS-TR-REF-KEY
           MOVE ARG-TELLER-ID TO WS-TR-TELLER-ID
           MOVE ARG-SERIAL TO WS-CHEQUE-REF-SERIAL
           MOVE WS-CHEQUE-REF TO WS-TR-REMIT-REF
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
           MOVE 'CHQDEP' TO JR-PROGRAM
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
      *The account's holders, as STAFFCHK wants them - the customer
      *identity is ACT-OWNER, or the account's own name when primary
       CHECK-STAFF-LINK.
           MOVE ARG-TELLER-ID TO SL-ARG-OPERATOR-ID
           MOVE ACT-NAME TO SL-ARG-ACCOUNT
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO SL-ARG-IDENTITY
           ELSE
              MOVE ACT-OWNER TO SL-ARG-IDENTITY
           END-IF
           MOVE ACT-SECONDARY-NAME TO SL-ARG-SECONDARY
           CALL 'STAFFCHK' USING SL-ARG-BUFFER.
