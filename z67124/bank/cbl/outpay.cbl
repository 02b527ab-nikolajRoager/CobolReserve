      *TRNSFR (so the movement carries the normal authorisation,
      *fees and USER-TRANSFERS logging), then the payment itself is
      *booked on the outbound queue for OUTCUT's daily interchange
      *file. Nothing is booked unless the transfer actually posted.
      *The sender picks who pays the charges: OUR - they pay our fee
      *and the correspondent's expected charge, which goes onto the
      *nostro mirror with the payment; SHA - they pay our fee only;
      *BEN - our fee comes out of the amount sent. Our fee goes to
      *BANK's fee income the way FEESWEP credits a maintenance fee
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OP-FILE-STATUS.
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
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Forward-recovery journal for the fee posting's images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY bankdir.
       FD  OUTBOUND-PAYMENTS DATA RECORD IS OP-RECORD.
       COPY opayrec.
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
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
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
       01 WS-NAME PIC X(9).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-CHARGE-OPTION PIC X(3).
      *The amount the customer asked to send, our fee and the
      *correspondent's expected charge, all in the payment currency
       01 WS-AMOUNT PIC S9(12)V9(4).
       01 WS-OUR-FEE PIC 9(7)V9(4).
       01 WS-CORR-CHARGE PIC 9(7)V9(4).
      *What moves to the nostro mirror through TRNSFR, and what goes
      *out on the interchange file
       01 WS-NOSTRO-AMOUNT PIC S9(12)V9(4).
       01 WS-SEND-AMOUNT PIC S9(12)V9(4).
       01 WS-NOSTRO-EDIT PIC 9(12).9(4).
      *Our fee re-expressed in the currency of the account it is
      *posted to, through the stored buy-then-sell legs
       01 WS-FEE-OWN PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       COPY wstrnrep.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
              10 ARG-BENEFICIARY PIC X(20).
      *Branch terminal/teller ID, spaces for self-service
              10 ARG-TELLER-ID PIC X(8).
      *Who pays the charges: OUR, SHA or BEN - spaces = SHA
              10 ARG-CHARGE-OPTION PIC X(3).
              10 ARG-NAME      PIC X(9).
      *Output only, for a program that CALLs us the way STANDRUN
      *CALLs TRNSFR: Y once the money has moved to the nostro mirror
      *(a payment that then failed to book is a reconciliation job,
      *never a reason to send it again), N when nothing moved
           05 ARG-RESULT       PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-RESULT
           COMPUTE ARG-LENGTH = ARG-LENGTH - 68.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           MOVE ARG-CHARGE-OPTION TO WS-CHARGE-OPTION
           IF WS-CHARGE-OPTION = SPACES
              MOVE 'SHA' TO WS-CHARGE-OPTION
           END-IF
           IF WS-CHARGE-OPTION NOT = 'OUR' AND NOT = 'SHA'
                 AND NOT = 'BEN'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Charge option must be OUR, SHA or '
                 'BEN"'
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

      *The correspondent has to be on the directory before anything
      *moves
              GOBACK
           END-READ
           CLOSE BANK-DIRECTORY
           MOVE 0 TO WS-OUR-FEE
           MOVE 0 TO WS-CORR-CHARGE
           IF BD-OUR-FEE NUMERIC
              MOVE BD-OUR-FEE TO WS-OUR-FEE
           END-IF
           IF BD-CORR-CHARGE NUMERIC
              MOVE BD-CORR-CHARGE TO WS-CORR-CHARGE
           END-IF

      *OUR sends the correspondent's charge along with the payment;
      *BEN takes our fee out of what is sent
           MOVE WS-AMOUNT TO WS-NOSTRO-AMOUNT
           MOVE WS-AMOUNT TO WS-SEND-AMOUNT
           IF WS-CHARGE-OPTION = 'OUR'
              COMPUTE WS-NOSTRO-AMOUNT = WS-AMOUNT + WS-CORR-CHARGE
           END-IF
           IF WS-CHARGE-OPTION = 'BEN'
              COMPUTE WS-NOSTRO-AMOUNT = WS-AMOUNT - WS-OUR-FEE
              MOVE WS-NOSTRO-AMOUNT TO WS-SEND-AMOUNT
           END-IF
           IF WS-SEND-AMOUNT <= 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount does not cover the charges"'
              DISPLAY '}'
              GOBACK
           END-IF

      *Money first: customer to the nostro mirror through TRNSFR,
      *with the customer's own hash doing the authorising
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-NOSTRO-AMOUNT TO WS-NOSTRO-EDIT
           MOVE WS-NOSTRO-EDIT TO TR-ARG-AMOUNT
           MOVE ARG-CURRENCY TO TR-ARG-CURRENCY
           MOVE ARG-HASH TO TR-ARG-HASH
           MOVE WS-NAME TO TR-ARG-FROM-NAME
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE 'Y' TO ARG-RESULT
      *TRNSFR has closed its files - our fee is posted directly
           IF WS-OUR-FEE > 0
              PERFORM TAKE-OUR-FEE
           END-IF

           OPEN I-O OUTBOUND-PAYMENTS
           IF WS-OP-FILE-STATUS = '35'
           MOVE 'P' TO OP-STATUS
           MOVE ARG-BANK-ID TO OP-BANK-ID
           MOVE ARG-BENEFICIARY TO OP-BENEFICIARY
           MOVE WS-SEND-AMOUNT TO OP-AMOUNT
           MOVE ARG-CURRENCY TO OP-CURRENCY
           MOVE 0 TO OP-SENT-DATE
           MOVE SPACES TO OP-RETURN-CODE
           MOVE WS-CHARGE-OPTION TO OP-CHARGE-OPTION
           MOVE WS-OUR-FEE TO OP-OUR-FEE
           IF WS-CHARGE-OPTION = 'OUR'
              MOVE WS-CORR-CHARGE TO OP-CHARGE-COLLECTED
           ELSE
              MOVE 0 TO OP-CHARGE-COLLECTED
           END-IF
           MOVE 0 TO OP-CHARGE-ACTUAL
           WRITE OP-RECORD
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "PaymentRef":"' OP-KEY '",'
           DISPLAY '  "ChargeOption":"' OP-CHARGE-OPTION '",'
           MOVE OP-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "AmountSent":' WS-AMOUNT-EDIT ','
           MOVE OP-OUR-FEE TO WS-AMOUNT-EDIT
           DISPLAY '  "OurFee":' WS-AMOUNT-EDIT ','
           MOVE OP-CHARGE-COLLECTED TO WS-AMOUNT-EDIT
           DISPLAY '  "ChargeCollected":' WS-AMOUNT-EDIT
           DISPLAY '}'
           CLOSE OUTBOUND-PAYMENTS
           GOBACK.
      *Our fee off the sender's wallet and into BANK's balance and
      *fee-income sub-ledger, each side in its own currency, the
      *way CCCYCLE posts a card fee
       TAKE-OUR-FEE.
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 0 TO WS-OUR-FEE
           NOT INVALID KEY
              PERFORM CONVERT-FEE
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-OWN
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
              MOVE WS-NAME TO WS-TR-MY-NAME
              MOVE "BANK     " TO WS-TR-THEIR-NAME
              COMPUTE WS-TR-AMOUNT = - WS-OUR-FEE
              COMPUTE WS-TR-OWN-AMOUNT = - WS-FEE-OWN
              PERFORM LOG-FEE-LEG
              MOVE "BANK     " TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
                 CONTINUE
              NOT INVALID KEY
                 PERFORM CONVERT-FEE
                 MOVE ACT-REC TO WS-JR-BEFORE
                 COMPUTE ACT-BALANCE = ACT-BALANCE + WS-FEE-OWN
                 COMPUTE ACT-FEE-INCOME-TXN
                    = ACT-FEE-INCOME-TXN + WS-FEE-OWN
                 REWRITE ACT-REC
                 PERFORM JOURNAL-ACCOUNT-REWRITE
                 MOVE "BANK     " TO WS-TR-MY-NAME
                 MOVE WS-NAME TO WS-TR-THEIR-NAME
                 MOVE WS-OUR-FEE TO WS-TR-AMOUNT
                 MOVE WS-FEE-OWN TO WS-TR-OWN-AMOUNT
                 PERFORM LOG-FEE-LEG
              END-READ
           END-READ
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES
           CLOSE STATS.
      *Our fee in the payment's currency into the currency of the
      *ACT-REC in the buffer, buy leg in and sell leg out - the same
      *two legs PAYRTN converts a re-credit with
       CONVERT-FEE.
           MOVE WS-OUR-FEE TO WS-FEE-OWN
           IF ARG-CURRENCY = ACT-CURRENCY
              CONTINUE
           ELSE
              IF ARG-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE ARG-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-BUY-EXP
                    COMPUTE WS-FEE-OWN ROUNDED
                       = WS-FEE-OWN / E-BUY-MAN
                    COMPUTE WS-FEE-OWN ROUNDED
                       = WS-FEE-OWN / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF ACT-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE ACT-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-FEE-OWN ROUNDED
                       = WS-FEE-OWN * E-MAN
                    COMPUTE WS-FEE-OWN ROUNDED
                       = WS-FEE-OWN * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
      *One typed fee leg; the caller has set the names and amounts
       LOG-FEE-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE "outbound payment fee" TO WS-TR-TYPE-NAME
           MOVE ARG-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           IF WS-TR-OWN-AMOUNT < 0
              COMPUTE WS-TR-TRANSACTION-FEE = - WS-TR-OWN-AMOUNT
           ELSE
              MOVE 0 TO WS-TR-TRANSACTION-FEE
           END-IF
           MOVE ARG-BANK-ID TO WS-TR-REF-KEY
           MOVE ARG-TELLER-ID TO WS-TR-TELLER-ID
           MOVE WS-CHARGE-OPTION TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
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
           MOVE 'OUTPAY' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
