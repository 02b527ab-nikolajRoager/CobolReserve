      *Work one incoming interbank credit out of the "INBSUSP  "
      *unapplied-funds suspense account INBCRED booked it to. Apply
      *credits it to the account ops have established it belongs to
      *- the beneficiary as given, or a corrected account - the same
      *typed "interbank credit" leg INBCRED would have posted. Return
      *sends it back to the remitter's bank: the suspense account is
      *debited, the correspondent's nostro mirror goes back up, and a
      *payment quoting the sender's own reference is captured on the
      *outbound queue for OUTCUT's next cut, exactly as OUTPAY
      *leaves one. Nothing moves while a screening case raised on it
      *is undecided or was confirmed a block. The decision lands in
      *AUDITLOG under the operator's ID
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INBSUSP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-CREDITS ASSIGN TO INBCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IC-KEY
              FILE STATUS IS WS-IC-FILE-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT BLOCK-LIST ASSIGN TO BLOCKLST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BL-NAME
              FILE STATUS IS WS-BL-FILE-STATUS.
           SELECT ACCOUNT-ALIASES ASSIGN TO ACTALIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AL-NUMBER
              FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT BANK-DIRECTORY ASSIGN TO BANKDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BD-BANK-ID
              FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT OUTBOUND-PAYMENTS ASSIGN TO OUTPAYQ
              ORGANIZATION IS INDEXED
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
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT RECEIVED-CREDITS ASSIGN TO RCVDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RC-KEY
              FILE STATUS IS WS-RC-FILE-STATUS.
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
       FD  INBOUND-CREDITS DATA RECORD IS IC-RECORD.
       COPY inbcrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  BLOCK-LIST DATA RECORD IS BL-RECORD.
       COPY blokrec.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
       FD  BANK-DIRECTORY DATA RECORD IS BD-RECORD.
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
       FD  RECEIVED-CREDITS DATA RECORD IS RC-RECORD.
       COPY rcvrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-IC-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-BL-FILE-STATUS PIC XX.
       01 WS-AL-FILE-STATUS PIC XX.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-RC-FILE-STATUS PIC XX.
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
       01 WS-SUSPENSE-NAME PIC X(9) VALUE 'INBSUSP'.
      *The other side of the suspense debit - the account applied
      *to, or the correspondent's nostro on a return
       01 WS-CREDIT-NAME PIC X(9).
       01 WS-BLOCK-HIT PIC X.
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-AUDIT-AFTER PIC X(40).
       01 WS-RESOLVE.
           05 WS-RS-NAME PIC X(9).
           05 WS-RS-OK PIC X.
      *Staging for CHKDIGIT, laid out exactly like its LINKAGE SECTION
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
       COPY wstrnrep.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The credit, as INBCRED registered it
           05 ARG-BANK-ID PIC X(9).
           05 ARG-REFERENCE PIC X(20).
      *A = apply to an account, R = return to the sending bank
           05 ARG-ACTION PIC X(1).
      *Apply only: the account it really belongs to (ACT-NAME or
      *account number), spaces = the beneficiary as given
           05 ARG-ACCOUNT PIC X(9).
      *Operator making the call, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF ARG-ACTION NOT = 'A' AND NOT = 'R'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be A or R"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O INBOUND-CREDITS
           IF WS-IC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Credit register error ' WS-IC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              GOBACK
           END-IF
           MOVE ARG-BANK-ID TO IC-BANK-ID
           MOVE ARG-REFERENCE TO IC-REFERENCE
           READ INBOUND-CREDITS RECORD KEY IC-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Incoming credit not found"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              GOBACK
           END-READ
           IF NOT IC-IN-SUSPENSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Credit is not in suspense"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              GOBACK
           END-IF
           IF IC-SCREEN-KEY NOT = SPACES
              PERFORM CHECK-SCREEN-CASE
           END-IF

           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           CLOSE STATS

           IF ARG-ACTION = 'A'
              PERFORM FIND-APPLY-ACCOUNT
           ELSE
              PERFORM FIND-RETURN-NOSTRO
           END-IF
           MOVE WS-SUSPENSE-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Suspense account not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ

      *Suspense gives up exactly what INBCRED booked to it
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - IC-SUSPENSE-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-SUSPENSE-LEG

      *The other side takes the original money in its own currency
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-CUSTOMER
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-CREDIT-LEG

           IF ARG-ACTION = 'A'
              PERFORM LOG-RECEIVED
              MOVE 'P' TO IC-STATUS
              MOVE WS-CREDIT-NAME TO IC-ACCOUNT
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING 'APPLIED TO ' WS-CREDIT-NAME
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           ELSE
              PERFORM QUEUE-RETURN-PAYMENT
              MOVE 'R' TO IC-STATUS
              MOVE SPACES TO WS-AUDIT-AFTER
              STRING 'RETURNED ' OP-KEY
                 DELIMITED BY SIZE INTO WS-AUDIT-AFTER
           END-IF
           MOVE WS-TODAY TO IC-RESOLVED-DATE
           MOVE ARG-OPERATOR-ID TO IC-OPERATOR-ID
           REWRITE IC-RECORD
           PERFORM LOG-AUDIT
           MOVE IC-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Status":"' IC-STATUS '",'
           DISPLAY '  "Account":"' WS-CREDIT-NAME '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' IC-CURRENCY '"'
           DISPLAY '}'
           PERFORM CLOSE-FILES
           GOBACK.
       CLOSE-FILES.
           CLOSE INBOUND-CREDITS
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES.
      *A blocklist hit is compliance's money until SCRNDISP releases
      *it; a confirmed block stays exactly where it is
       CHECK-SCREEN-CASE.
           OPEN INPUT SCREEN-QUEUE
           MOVE IC-SCREEN-KEY TO SC-KEY
           MOVE 'P' TO SC-STATUS
           IF WS-SC-FILE-STATUS = '00' OR WS-SC-FILE-STATUS = '97'
              READ SCREEN-QUEUE RECORD KEY SC-KEY
              INVALID KEY
                 MOVE 'P' TO SC-STATUS
              END-READ
           END-IF
           CLOSE SCREEN-QUEUE
           IF NOT SC-IS-RELEASED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Screening case ' IC-SCREEN-KEY
                 ' not released"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              GOBACK
           END-IF.
      *The account to apply to must exist, be able to take credits
      *and not be listed - a corrected account is a fresh name the
      *blocklist has not seen yet
       FIND-APPLY-ACCOUNT.
           IF ARG-ACCOUNT = SPACES
              MOVE IC-BENEFICIARY TO WS-RS-NAME
           ELSE
              MOVE ARG-ACCOUNT TO WS-RS-NAME
           END-IF
           PERFORM RESOLVE-ACCOUNT-NUMBER
           IF WS-RS-OK NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' WS-RS-NAME ' not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           MOVE WS-RS-NAME TO WS-CREDIT-NAME
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' WS-CREDIT-NAME ' not found"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ
           IF ACT-IS-FROZEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account on hold"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF
           PERFORM CHECK-BLOCKLIST
           IF WS-BLOCK-HIT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account is on the blocklist"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-IF.
      *A return goes back through the nostro of the bank that sent it
       FIND-RETURN-NOSTRO.
           OPEN INPUT BANK-DIRECTORY
           MOVE IC-BANK-ID TO BD-BANK-ID
           MOVE SPACES TO BD-NOSTRO-ACCOUNT
           IF WS-BD-FILE-STATUS = '00' OR WS-BD-FILE-STATUS = '97'
              READ BANK-DIRECTORY RECORD KEY BD-BANK-ID
              INVALID KEY
                 MOVE SPACES TO BD-NOSTRO-ACCOUNT
              END-READ
           END-IF
           CLOSE BANK-DIRECTORY
           MOVE BD-NOSTRO-ACCOUNT TO WS-CREDIT-NAME
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No nostro for bank ' IC-BANK-ID '"'
              DISPLAY '}'
              PERFORM CLOSE-FILES
              GOBACK
           END-READ.
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
       CHECK-BLOCKLIST.
           MOVE 'N' TO WS-BLOCK-HIT
           OPEN INPUT BLOCK-LIST
           IF WS-BL-FILE-STATUS = '00' OR WS-BL-FILE-STATUS = '97'
              MOVE WS-CREDIT-NAME TO BL-NAME
              READ BLOCK-LIST RECORD KEY BL-NAME
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BLOCK-HIT
              END-READ
              CLOSE BLOCK-LIST
           END-IF.
      *The original money in the payment's currency into the
      *receiving account's own, the same two legs INBCRED converts
      *with. The receiving ACT-REC is in the buffer when this runs
       CONVERT-TO-CUSTOMER.
           MOVE IC-AMOUNT TO WS-CREDIT-AMOUNT
           IF IC-CURRENCY = ACT-CURRENCY
              CONTINUE
           ELSE
              IF IC-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE IC-CURRENCY TO E-KEY
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
      *The suspense debit leg. The suspense ACT-REC is in the buffer
       LOG-SUSPENSE-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-SUSPENSE-NAME TO WS-TR-MY-NAME
           MOVE WS-CREDIT-NAME TO WS-TR-THEIR-NAME
           IF ARG-ACTION = 'A'
              MOVE "interbank credit" TO WS-TR-TYPE-NAME
           ELSE
              MOVE "interbank return" TO WS-TR-TYPE-NAME
           END-IF
           COMPUTE WS-TR-AMOUNT = - IC-AMOUNT
           MOVE IC-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - IC-SUSPENSE-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE IC-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE IC-REFERENCE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           PERFORM WRITE-TRANSFER-LEG.
      *And the credit leg on the account applied to, or the nostro
       LOG-CREDIT-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-CREDIT-NAME TO WS-TR-MY-NAME
           MOVE WS-SUSPENSE-NAME TO WS-TR-THEIR-NAME
           IF ARG-ACTION = 'A'
              MOVE "interbank credit" TO WS-TR-TYPE-NAME
           ELSE
              MOVE "interbank return" TO WS-TR-TYPE-NAME
           END-IF
           MOVE IC-AMOUNT TO WS-TR-AMOUNT
           MOVE IC-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE WS-CREDIT-AMOUNT TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE IC-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE IC-REFERENCE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           PERFORM WRITE-TRANSFER-LEG.
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
           PERFORM JOURNAL-TRANSFER-WRITE.
      *Captured for the next cut the way OUTPAY leaves a payment,
      *the sender's reference as the beneficiary detail so their
      *side can match it. Should it bounce, PAYRTN puts it back on
      *suspense
       QUEUE-RETURN-PAYMENT.
           OPEN I-O OUTBOUND-PAYMENTS
           IF WS-OP-FILE-STATUS = '35'
              OPEN OUTPUT OUTBOUND-PAYMENTS
              CLOSE OUTBOUND-PAYMENTS
              OPEN I-O OUTBOUND-PAYMENTS
           END-IF
           MOVE WS-SUSPENSE-NAME TO OP-FROM-NAME
           MOVE FUNCTION CURRENT-DATE TO OP-TIME-STAMP
           MOVE 'P' TO OP-STATUS
           MOVE IC-BANK-ID TO OP-BANK-ID
           MOVE IC-REFERENCE TO OP-BENEFICIARY
           MOVE IC-AMOUNT TO OP-AMOUNT
           MOVE IC-CURRENCY TO OP-CURRENCY
           MOVE 0 TO OP-SENT-DATE
           MOVE SPACES TO OP-RETURN-CODE
      *No fee of ours on sending somebody's money back
           MOVE 'SHA' TO OP-CHARGE-OPTION
           MOVE 0 TO OP-OUR-FEE
           MOVE 0 TO OP-CHARGE-COLLECTED
           MOVE 0 TO OP-CHARGE-ACTUAL
           WRITE OP-RECORD
           INVALID KEY
              ADD 1 TO OP-MILIS
              WRITE OP-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           IF WS-OP-FILE-STATUS NOT = '00'
              DISPLAY '{"return-not-queued":"' IC-REFERENCE
                 '","status":"' WS-OP-FILE-STATUS '"}'
           END-IF
           CLOSE OUTBOUND-PAYMENTS.
      *Mirror the credit on the account's own side for GETRCVD
       LOG-RECEIVED.
           OPEN I-O RECEIVED-CREDITS
           IF WS-RC-FILE-STATUS = '35'
              OPEN OUTPUT RECEIVED-CREDITS
              CLOSE RECEIVED-CREDITS
              OPEN I-O RECEIVED-CREDITS
           END-IF
           MOVE WS-CREDIT-NAME TO RC-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO RC-TIME-STAMP
           MOVE WS-SUSPENSE-NAME TO RC-FROM-NAME
           MOVE WS-CREDIT-AMOUNT TO RC-AMOUNT
           MOVE ACT-CURRENCY TO RC-CURRENCY
           MOVE "interbank credit" TO RC-TYPE-NAME
           MOVE IC-REFERENCE TO RC-REMIT-REF
           WRITE RC-RECORD
           INVALID KEY
              ADD 1 TO RC-MILIS
              WRITE RC-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE RECEIVED-CREDITS.
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
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'INBSUSP' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SCRNDISP's decision trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'INBSUSP' TO AU-PROGRAM
           MOVE IC-BANK-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'SUSPENSE ' IC-REASON ' ' IC-REFERENCE
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
