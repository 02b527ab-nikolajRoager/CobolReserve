      *Nightly batch job: run the MMBOOK money-market deal book.
      *Every open deal accrues its simple interest to date - the
      *amount due from the start date to today, or to maturity if
      *that is sooner - and books the CHANGE against what already
      *stands accrued to the GL through the chart mapping, "mm
      *placement accrual" for interest we earn and "mm borrowing
      *accrual" for interest we owe, the delta booking LNPROV does
      *for its provision. A night whose period is closed books
      *nothing and the next open night catches the whole amount up.
      *A deal at maturity is then repaid through the counterparty's
      *nostro mirror against the BANK account, principal as "mm
      *repayment" and interest as "mm interest" - a placement comes
      *back in the way INBCRED takes a credit, a borrowing goes out
      *the way OUTPAY sends a payment - and is marked matured
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MMRUN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MM-BOOK ASSIGN TO MMBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MM-DEAL-ID
              FILE STATUS IS WS-MM-FILE-STATUS.
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
           SELECT CHART-OF-ACCOUNTS ASSIGN TO CHARTACC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CA-TYPE-NAME
              FILE STATUS IS WS-CA-FILE-STATUS.
           SELECT GENERAL-LEDGER ASSIGN TO GLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GL-KEY
              FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT GL-BALANCES ASSIGN TO GLBAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GB-KEY
              FILE STATUS IS WS-GB-FILE-STATUS.
           SELECT GL-PERIODS ASSIGN TO GLPERIOD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS GP-PERIOD
              FILE STATUS IS WS-GP-FILE-STATUS.
      *Business date
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
       FD  MM-BOOK DATA RECORD IS MM-RECORD.
       COPY mmdeal.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  CHART-OF-ACCOUNTS DATA RECORD IS CA-RECORD.
       COPY chartacc.
       FD  GENERAL-LEDGER DATA RECORD IS GL-RECORD.
       COPY glrec.
       FD  GL-BALANCES DATA RECORD IS GB-RECORD.
       COPY glbal.
       FD  GL-PERIODS DATA RECORD IS GP-RECORD.
       COPY glperiod.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-MM-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-CA-FILE-STATUS PIC XX.
       01 WS-GL-FILE-STATUS PIC XX.
       01 WS-GB-FILE-STATUS PIC XX.
       01 WS-GP-FILE-STATUS PIC XX.
       01 WS-PERIOD-CLOSED PIC X.
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
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
      *Accrual: the day the deal has run to, its length in days, the
      *interest due to that day, and the change against the book
       01 WS-ACCRUE-TO PIC 9(8).
       01 WS-DAYS PIC S9(6).
       01 WS-REQUIRED PIC S9(11)V9(4).
       01 WS-DELTA PIC S9(11)V9(4).
       01 WS-TYPE-NAME PIC X(20).
       01 WS-GL-DONE PIC X.
      *One settlement leg: the account posted, the other side, the
      *direction (+1 credit, -1 debit) and the deal-currency amount,
      *converted into the posted account's currency on the way
       01 WS-POST-NAME PIC X(9).
       01 WS-POST-THEIR PIC X(9).
       01 WS-POST-SIGN PIC S9.
       01 WS-FROM-AMOUNT PIC S9(12)V9(4).
       01 WS-FROM-CURRENCY PIC X(3).
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-ACCRUED-COUNT PIC 9(6) VALUE 0.
       01 WS-MATURED-COUNT PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-ACCRUED PIC S9(13)V9(4) VALUE 0.
       01 WS-TOTAL-REPAID PIC 9(13)V9(4) VALUE 0.
       01 WS-TOTAL-EDIT PIC -Z(12)9.9(4).
       COPY wstrnrep.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'MMRUN'.
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
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           OPEN I-O MM-BOOK
           IF WS-MM-FILE-STATUS = '35'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No deals on the book"'
              DISPLAY '}'
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-MM-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Deal book error ' WS-MM-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE MM-BOOK
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Accounts file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE MM-BOOK
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
           END-IF
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT CHART-OF-ACCOUNTS
           OPEN I-O GENERAL-LEDGER
           IF WS-GL-FILE-STATUS = '35'
              OPEN OUTPUT GENERAL-LEDGER
              CLOSE GENERAL-LEDGER
              OPEN I-O GENERAL-LEDGER
           END-IF
      *A closed period takes no accrual legs tonight; the cumulative
      *accrual lets the next open night book the lot
           MOVE WS-TODAY TO GL-POST-DATE
           PERFORM CHECK-PERIOD-CLOSED
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           PERFORM SWEEP-DEALS UNTIL WS-EOF = 'Y'
           DISPLAY '  "DealsAccrued":' WS-ACCRUED-COUNT ','
           DISPLAY '  "DealsMatured":' WS-MATURED-COUNT ','
           DISPLAY '  "AccrualsSkipped":' WS-SKIPPED-COUNT ','
           MOVE WS-TOTAL-ACCRUED TO WS-TOTAL-EDIT
           DISPLAY '  "TotalAccrued":' WS-TOTAL-EDIT ','
           MOVE WS-TOTAL-REPAID TO WS-TOTAL-EDIT
           DISPLAY '  "TotalRepaid":' WS-TOTAL-EDIT
           DISPLAY '}'
           CLOSE MM-BOOK
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE EXCHANGE-RATES
           CLOSE CHART-OF-ACCOUNTS
           CLOSE GENERAL-LEDGER
           COMPUTE RS-ARG-POSTED = WS-ACCRUED-COUNT + WS-MATURED-COUNT
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       SWEEP-DEALS.
           READ MM-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MM-IS-OPEN
                      ADD 1 TO RS-ARG-READ
                      PERFORM ACCRUE-DEAL
                         THRU ACCRUE-DEAL-EXIT
                      IF MM-MATURITY-DATE <= WS-TODAY
                         PERFORM MATURE-DEAL
                      END-IF
                      REWRITE MM-RECORD
                   END-IF
           END-READ.
      *Interest due from the start to the accrual date, actual days
      *over the deal's basis, less what the GL already carries
       ACCRUE-DEAL.
           IF MM-MATURITY-DATE < WS-TODAY
              MOVE MM-MATURITY-DATE TO WS-ACCRUE-TO
           ELSE
              MOVE WS-TODAY TO WS-ACCRUE-TO
           END-IF
           COMPUTE WS-DAYS
              = FUNCTION INTEGER-OF-DATE(WS-ACCRUE-TO)
              - FUNCTION INTEGER-OF-DATE(MM-START-DATE)
           IF WS-DAYS < 0
              MOVE 0 TO WS-DAYS
           END-IF
           COMPUTE WS-REQUIRED ROUNDED
              = MM-AMOUNT * MM-RATE / 100 * WS-DAYS / MM-DAY-BASIS
           COMPUTE WS-DELTA = WS-REQUIRED - MM-ACCRUED
           IF WS-DELTA = 0
              GO TO ACCRUE-DEAL-EXIT
           END-IF
           IF WS-PERIOD-CLOSED = 'Y'
              ADD 1 TO WS-SKIPPED-COUNT
              GO TO ACCRUE-DEAL-EXIT
           END-IF
           IF MM-IS-PLACEMENT
              MOVE 'mm placement accrual' TO WS-TYPE-NAME
           ELSE
              MOVE 'mm borrowing accrual' TO WS-TYPE-NAME
           END-IF
           PERFORM BOOK-ACCRUAL
              THRU BOOK-ACCRUAL-EXIT
           IF WS-GL-DONE = 'Y'
              MOVE WS-REQUIRED TO MM-ACCRUED
              MOVE WS-ACCRUE-TO TO MM-LAST-ACCRUAL-DATE
              ADD 1 TO WS-ACCRUED-COUNT
              ADD WS-DELTA TO WS-TOTAL-ACCRUED
           ELSE
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.
       ACCRUE-DEAL-EXIT.
           EXIT.
      *Repay principal plus the contractual interest to maturity,
      *through the mirror and BANK in the direction the deal first
      *moved back. The interest is what ACCRUE-DEAL just worked out,
      *paid in full even if a closed period held some accrual back -
      *the book then shows paid above accrued for finance to square
       MATURE-DEAL.
           MOVE MM-CURRENCY TO WS-FROM-CURRENCY
           IF MM-IS-PLACEMENT
              MOVE "mm repayment" TO WS-TYPE-NAME
              MOVE MM-AMOUNT TO WS-FROM-AMOUNT
              PERFORM RETURN-PLACEMENT
              IF WS-REQUIRED > 0
                 MOVE "mm interest" TO WS-TYPE-NAME
                 MOVE WS-REQUIRED TO WS-FROM-AMOUNT
                 PERFORM RETURN-PLACEMENT
              END-IF
           ELSE
              MOVE "mm repayment" TO WS-TYPE-NAME
              MOVE MM-AMOUNT TO WS-FROM-AMOUNT
              PERFORM REPAY-BORROWING
              IF WS-REQUIRED > 0
                 MOVE "mm interest" TO WS-TYPE-NAME
                 MOVE WS-REQUIRED TO WS-FROM-AMOUNT
                 PERFORM REPAY-BORROWING
              END-IF
           END-IF
           MOVE WS-REQUIRED TO MM-INTEREST-PAID
           MOVE WS-TODAY TO MM-SETTLED-DATE
           MOVE 'M' TO MM-STATUS
           ADD 1 TO WS-MATURED-COUNT
           COMPUTE WS-TOTAL-REPAID
              = WS-TOTAL-REPAID + MM-AMOUNT + WS-REQUIRED.
      *Money back from the counterparty: off the mirror, onto BANK
       RETURN-PLACEMENT.
           MOVE MM-NOSTRO-ACCOUNT TO WS-POST-NAME
           MOVE "BANK     " TO WS-POST-THEIR
           MOVE -1 TO WS-POST-SIGN
           PERFORM POST-ONE-LEG
           MOVE "BANK     " TO WS-POST-NAME
           MOVE MM-NOSTRO-ACCOUNT TO WS-POST-THEIR
           MOVE 1 TO WS-POST-SIGN
           PERFORM POST-ONE-LEG.
      *Money out to the counterparty: off BANK, onto the mirror
       REPAY-BORROWING.
           MOVE "BANK     " TO WS-POST-NAME
           MOVE MM-NOSTRO-ACCOUNT TO WS-POST-THEIR
           MOVE -1 TO WS-POST-SIGN
           PERFORM POST-ONE-LEG
           MOVE MM-NOSTRO-ACCOUNT TO WS-POST-NAME
           MOVE "BANK     " TO WS-POST-THEIR
           MOVE 1 TO WS-POST-SIGN
           PERFORM POST-ONE-LEG.
      *Book the accrual CHANGE as a balanced debit/credit pair
      *through the chart mapping, legs swapped for a negative change,
      *the rule LNPROV books a provision bucket by. A type with no
      *mapping is reported and left to catch up once it is set up
       BOOK-ACCRUAL.
           MOVE 'N' TO WS-GL-DONE
           IF WS-CA-FILE-STATUS NOT = '00'
                 AND WS-CA-FILE-STATUS NOT = '97'
              DISPLAY '  "warning":"no chart of accounts",'
              GO TO BOOK-ACCRUAL-EXIT
           END-IF
           MOVE WS-TYPE-NAME TO CA-TYPE-NAME
           READ CHART-OF-ACCOUNTS RECORD KEY CA-TYPE-NAME
           INVALID KEY
              DISPLAY '  "warning":"no mapping for '
                 WS-TYPE-NAME '",'
              GO TO BOOK-ACCRUAL-EXIT
           END-READ
           IF WS-DELTA > 0
              MOVE CA-DEBIT-GL TO GL-ACCOUNT
              MOVE 'D' TO GL-DR-CR
              PERFORM WRITE-ONE-LEG
              MOVE CA-CREDIT-GL TO GL-ACCOUNT
              MOVE 'C' TO GL-DR-CR
              PERFORM WRITE-ONE-LEG
           ELSE
              MOVE CA-CREDIT-GL TO GL-ACCOUNT
              MOVE 'D' TO GL-DR-CR
              PERFORM WRITE-ONE-LEG
              MOVE CA-DEBIT-GL TO GL-ACCOUNT
              MOVE 'C' TO GL-DR-CR
              PERFORM WRITE-ONE-LEG
           END-IF
           MOVE 'Y' TO WS-GL-DONE.
       BOOK-ACCRUAL-EXIT.
           EXIT.
      *Walk the day's sequence forward until the leg lands - the
      *same tie-break walk LNPROV uses. The leg carries the deal's
      *currency, and its ID in place of a single source transaction
       WRITE-ONE-LEG.
           MOVE WS-TODAY TO GL-POST-DATE
           MOVE 1 TO GL-SEQ
           COMPUTE GL-AMOUNT = FUNCTION ABS(WS-DELTA)
           MOVE MM-CURRENCY TO GL-CURRENCY
           MOVE MM-DEAL-ID TO GL-SOURCE-KEY
           MOVE WS-TYPE-NAME TO GL-TYPE-NAME
           PERFORM TRY-WRITE-LEG
              UNTIL WS-GL-FILE-STATUS = '00'
                 OR (WS-GL-FILE-STATUS NOT = '22'
                     AND WS-GL-FILE-STATUS NOT = '02').
       TRY-WRITE-LEG.
           WRITE GL-RECORD
           INVALID KEY
              ADD 1 TO GL-SEQ
           NOT INVALID KEY
              PERFORM UPDATE-GL-BALANCE
           END-WRITE.
      *Whether GLCLOSE has locked the period the leg date falls in.
      *No period file on disk means nothing has ever been closed
       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO WS-PERIOD-CLOSED
           OPEN INPUT GL-PERIODS
           IF WS-GP-FILE-STATUS = '00' OR WS-GP-FILE-STATUS = '97'
              MOVE GL-POST-DATE(1:6) TO GP-PERIOD
              READ GL-PERIODS RECORD KEY GP-PERIOD
              NOT INVALID KEY
                 IF GP-IS-CLOSED
                    MOVE 'Y' TO WS-PERIOD-CLOSED
                 END-IF
              END-READ
           END-IF
           CLOSE GL-PERIODS.
      *Keep the period's per-account balance in step with the leg
      *just written - the GL-RECORD fields are still in the buffer
       UPDATE-GL-BALANCE.
           OPEN I-O GL-BALANCES
           IF WS-GB-FILE-STATUS = '35'
              OPEN OUTPUT GL-BALANCES
              CLOSE GL-BALANCES
              OPEN I-O GL-BALANCES
           END-IF
           IF WS-GB-FILE-STATUS = '00' OR WS-GB-FILE-STATUS = '97'
              MOVE GL-POST-DATE(1:6) TO GB-PERIOD
              MOVE GL-ACCOUNT TO GB-ACCOUNT
              READ GL-BALANCES RECORD KEY GB-KEY
              INVALID KEY
                 MOVE 0 TO GB-OPENING
                 MOVE 0 TO GB-DEBITS
                 MOVE 0 TO GB-CREDITS
                 MOVE 0 TO GB-CLOSING
              END-READ
              IF GL-IS-DEBIT
                 ADD GL-AMOUNT TO GB-DEBITS
              ELSE
                 ADD GL-AMOUNT TO GB-CREDITS
              END-IF
              COMPUTE GB-CLOSING
                 = GB-OPENING + GB-DEBITS - GB-CREDITS
              WRITE GB-RECORD
              INVALID KEY
                 REWRITE GB-RECORD
              END-WRITE
           END-IF
           CLOSE GL-BALANCES.
      *Move WS-FROM-AMOUNT of the deal's currency on or off
      *WS-POST-NAME in its own currency, and log the typed leg
       POST-ONE-LEG.
           MOVE WS-POST-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-ACCOUNT
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE
              = ACT-BALANCE + WS-POST-SIGN * WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-POST-NAME TO WS-TR-MY-NAME
           MOVE WS-POST-THEIR TO WS-TR-THEIR-NAME
           MOVE WS-TYPE-NAME TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = WS-POST-SIGN * WS-FROM-AMOUNT
           MOVE WS-FROM-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = WS-POST-SIGN * WS-CREDIT-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE MM-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE MM-DEAL-ID TO WS-TR-REMIT-REF
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
      *WS-FROM-AMOUNT in WS-FROM-CURRENCY into the currency of the
      *ACT-REC in the buffer, buy leg in and sell leg out
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
           MOVE 'MMRUN' TO JR-PROGRAM
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
      *opening from the prior month's closing
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
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
