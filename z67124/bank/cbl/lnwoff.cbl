      *Supervised loan write-off. Once LNSTAGE has rolled a loan to
      *default there is nothing left to collect on the contract, yet
      *its outstanding balance sat on LOANMAST forever, LNPROV kept
      *provisioning it and the loan book stayed overstated. This
      *takes a defaulted loan off the book: the outstanding balance
      *is made good to LOANPOOL off the bank's own account as typed
      *legs GLPOST maps through CHART-OF-ACCOUNTS - "loan write-off"
      *for the part the default-bucket allowance LNPROV has booked
      *covers (the provision is utilised, and the control record
      *drawn down so LNPROV never releases it a second time), and
      *"write-off loss" for any part the allowance never reached.
      *Every unpaid schedule row is marked written off, the loan goes
      *to status W, and from then on only LNRECOV's recoveries touch
      *it. The balance is in the loan's currency; LOANPOOL and BANK
      *move by it converted into their own, the way LNOPEN's
      *disbursement moved the pool, and a currency with no rate on
      *file leaves the loan open. Supervisor work, audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNWOFF.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
      *LNPROV's one-record memory of the allowance booked per bucket
           SELECT PROVISION-CONTROL ASSIGN TO LNPRVCP
              FILE STATUS IS WS-CP-FILE-STATUS.
      *Forward-recovery journal for the posting's images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  PROVISION-CONTROL RECORDING MODE F.
       COPY lnprvcp.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-CP-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
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
       01 WS-TODAY PIC 9(8).
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-SCHED-DONE PIC X.
       01 WS-CONTROL-OK PIC X VALUE 'N'.
      *What comes off the book, split into the part the booked
      *default allowance covers and the part it never reached
       01 WS-WRITEOFF PIC 9(11)V9(4).
       01 WS-UTILISED PIC 9(11)V9(4) VALUE 0.
       01 WS-SHORTFALL PIC 9(11)V9(4) VALUE 0.
       01 WS-ROWS-WRITTEN-OFF PIC 9(3) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-LEG-TYPE PIC X(20).
       01 WS-LEG-AMOUNT PIC 9(11)V9(4).
      *The write-off in LOANPOOL's and BANK's own currencies
       01 WS-DEFAULT-CCY PIC X(3) VALUE SPACES.
       01 WS-POOL-CCY PIC X(3).
       01 WS-POOL-AMOUNT PIC 9(11)V9(4).
       01 WS-BANK-AMOUNT PIC 9(11)V9(4).
       01 WS-CONV-CCY PIC X(3).
       01 WS-CONV-AMOUNT PIC 9(13)V9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-RATE-OK PIC X VALUE 'Y'.
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(6) VALUE 'STAGE='.
           05 WS-AB-STAGE PIC X(1).
           05 FILLER PIC X(5) VALUE ' OUT='.
           05 WS-AB-OUTSTANDING PIC 9(11).9(4).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(14) VALUE 'WRITTEN OFF R='.
           05 WS-AA-REASON PIC X(20).
      *Staging for one central operations event, laid out exactly
      *like OPSLOG's own LINKAGE SECTION - a write-off that could not
      *post belongs on the operators' digest, not just this job's
      *output
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'LNWOFF'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
       COPY wstrnrep.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The LN-KEY LNOPEN handed back (borrower name plus sequence)
           05 ARG-LN-KEY PIC X(13).
           05 ARG-OPERATOR-ID PIC X(9).
      *Why it is being written off, for the ledger and the audit
           05 ARG-REASON PIC X(20).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
      *Taking a loan off the book is supervisor work
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Loan file error ' WS-LN-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           MOVE ARG-LN-KEY TO LN-KEY
           READ LOAN-MASTER RECORD KEY LN-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan not found"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-READ
           IF NOT LN-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan is not open"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
      *Only what LNSTAGE has already called a default comes off -
      *a 90-day loan is still the collectors' to work
           IF NOT LN-STAGE-DEFAULT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan is not in default stage"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           MOVE LN-OUTSTANDING TO WS-WRITEOFF
           IF WS-WRITEOFF = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Nothing outstanding to write off"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF

      *How much of it the booked default allowance covers. No
      *control record means LNPROV has never booked anything, and
      *the whole balance is an unprovided loss
           OPEN I-O PROVISION-CONTROL
           IF WS-CP-FILE-STATUS = '00' OR WS-CP-FILE-STATUS = '97'
              READ PROVISION-CONTROL
              IF WS-CP-FILE-STATUS = '00'
                 MOVE 'Y' TO WS-CONTROL-OK
              END-IF
           END-IF
           IF WS-CONTROL-OK = 'Y' AND PC-BOOKED-DEF > 0
              IF PC-BOOKED-DEF >= WS-WRITEOFF
                 MOVE WS-WRITEOFF TO WS-UTILISED
              ELSE
                 MOVE PC-BOOKED-DEF TO WS-UTILISED
              END-IF
           END-IF
           COMPUTE WS-SHORTFALL = WS-WRITEOFF - WS-UTILISED

      *Money first: the pool has to be made whole before the loan
      *is marked off the book
           PERFORM POST-WRITE-OFF
              THRU POST-WRITE-OFF-EXIT
           IF WS-SUCCESS-WRITE NOT = 'Y' AND WS-RATE-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No exchange rate for the loan'
                 ' currency - loan left open"'
              DISPLAY '}'
              CLOSE PROVISION-CONTROL
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           IF WS-SUCCESS-WRITE NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Write-off did not post - loan left'
                 ' open"'
              DISPLAY '}'
              CLOSE PROVISION-CONTROL
              CLOSE LOAN-MASTER
              GOBACK
           END-IF

           IF WS-CONTROL-OK = 'Y' AND WS-UTILISED > 0
              COMPUTE PC-BOOKED-DEF = PC-BOOKED-DEF - WS-UTILISED
              REWRITE PC-RECORD
           END-IF
           CLOSE PROVISION-CONTROL

           PERFORM WRITE-OFF-SCHEDULE

           MOVE LN-DELQ-STAGE TO WS-AB-STAGE
           MOVE LN-OUTSTANDING TO WS-AB-OUTSTANDING
           MOVE 'W' TO LN-STATUS
           MOVE WS-TODAY TO LN-WRITEOFF-DATE
           MOVE WS-WRITEOFF TO LN-WRITEOFF-AMOUNT
           MOVE 0 TO LN-RECOVERED-TOTAL
           MOVE 0 TO LN-OUTSTANDING
           REWRITE LN-RECORD
           CLOSE LOAN-MASTER
           PERFORM LOG-AUDIT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "LoanKey":"' ARG-LN-KEY '",'
           MOVE WS-WRITEOFF TO WS-AMOUNT-EDIT
           DISPLAY '  "WrittenOff":' WS-AMOUNT-EDIT ','
           MOVE WS-UTILISED TO WS-AMOUNT-EDIT
           DISPLAY '  "ProvisionUtilised":' WS-AMOUNT-EDIT ','
           MOVE WS-SHORTFALL TO WS-AMOUNT-EDIT
           DISPLAY '  "UnprovidedLoss":' WS-AMOUNT-EDIT ','
           DISPLAY '  "RowsWrittenOff":' WS-ROWS-WRITTEN-OFF
           DISPLAY '}'
           GOBACK.
      *The loss is the bank's: its own account makes LOANPOOL whole
      *for the balance that will never come back, so POOLCHK's
      *funding-minus-book proof still holds once the loan leaves the
      *book. One typed leg per part so GLPOST can map the utilised
      *provision and the unprovided loss to their own GL accounts
       POST-WRITE-OFF.
           MOVE 'N' TO WS-SUCCESS-WRITE
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           OPEN INPUT STATS
           OPEN INPUT EXCHANGE-RATES
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
           END-IF
           IF (WS-A-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-A-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE ARG-LN-KEY TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-WRITE-OFF-EXIT
           END-IF
           MOVE "LOANPOOL " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-A-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE ARG-LN-KEY TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-WRITE-OFF-EXIT
           END-READ
      *Both sides are priced before either moves, so a missing rate
      *leaves nothing half posted
           MOVE ACT-CURRENCY TO WS-POOL-CCY
           MOVE ACT-CURRENCY TO WS-CONV-CCY
           MOVE WS-WRITEOFF TO WS-CONV-AMOUNT
           PERFORM CONVERT-FROM-LOAN
           MOVE WS-CONV-AMOUNT TO WS-POOL-AMOUNT
           MOVE 0 TO WS-BANK-AMOUNT
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-CURRENCY TO WS-CONV-CCY
              MOVE WS-WRITEOFF TO WS-CONV-AMOUNT
              PERFORM CONVERT-FROM-LOAN
              MOVE WS-CONV-AMOUNT TO WS-BANK-AMOUNT
           END-READ
           IF WS-RATE-OK = 'N'
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-WRITE-OFF-EXIT
           END-IF
           MOVE "LOANPOOL " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              PERFORM CLOSE-POSTING-FILES
              GO TO POST-WRITE-OFF-EXIT
           END-READ
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-POOL-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           MOVE 'Y' TO WS-SUCCESS-WRITE
           IF WS-UTILISED > 0
              MOVE "loan write-off" TO WS-LEG-TYPE
              MOVE WS-UTILISED TO WS-LEG-AMOUNT
              PERFORM LOG-WRITE-OFF-LEG
           END-IF
           IF WS-SHORTFALL > 0
              MOVE "write-off loss" TO WS-LEG-TYPE
              MOVE WS-SHORTFALL TO WS-LEG-AMOUNT
              PERFORM LOG-WRITE-OFF-LEG
           END-IF
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE - WS-BANK-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           PERFORM CLOSE-POSTING-FILES.
       POST-WRITE-OFF-EXIT.
           EXIT.
       CLOSE-POSTING-FILES.
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE STATS
           CLOSE EXCHANGE-RATES.
      *WS-CONV-AMOUNT from the loan's currency into WS-CONV-CCY,
      *through the default currency at the stored sell-side rates -
      *LNOFFRUN's conversion. No rate on file clears WS-RATE-OK
       CONVERT-FROM-LOAN.
           IF LN-CURRENCY NOT = WS-CONV-CCY
              IF LN-CURRENCY NOT = WS-DEFAULT-CCY
                 MOVE LN-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT / E-MAN
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF WS-CONV-CCY NOT = WS-DEFAULT-CCY
                 MOVE WS-CONV-CCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT * E-MAN
                    COMPUTE WS-CONV-AMOUNT ROUNDED
                       = WS-CONV-AMOUNT * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
       LOG-WRITE-OFF-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE "LOANPOOL " TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE WS-LEG-TYPE TO WS-TR-TYPE-NAME
           MOVE WS-LEG-AMOUNT TO WS-TR-AMOUNT
           MOVE LN-CURRENCY TO WS-TR-CURRENCY
           MOVE WS-POOL-CCY TO WS-TR-OWN-CURRENCY
           MOVE WS-POOL-CCY TO WS-CONV-CCY
           MOVE WS-LEG-AMOUNT TO WS-CONV-AMOUNT
           PERFORM CONVERT-FROM-LOAN
           MOVE WS-CONV-AMOUNT TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE ARG-LN-KEY TO WS-TR-REF-KEY
           MOVE WS-OPERATOR-ID TO WS-TR-TELLER-ID
           MOVE ARG-REASON TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Same millisecond as the first leg - nudge once
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
      *Every row still owed goes with the loan - W rows are never
      *due again, so LNARREAR, LNSTAGE and LNPAY all pass them by
       WRITE-OFF-SCHEDULE.
           OPEN I-O LOAN-SCHEDULE
           IF WS-LS-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE LOAN-SCHEDULE
           ELSE
              MOVE 'N' TO WS-SCHED-DONE
              MOVE LN-ACCOUNT TO LS-ACCOUNT
              MOVE LN-SEQ TO LS-LOAN-SEQ
              MOVE 0 TO LS-NUM
              START LOAN-SCHEDULE KEY IS >= LS-KEY
              IF WS-LS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-SCHED-DONE
              END-IF
              PERFORM WRITE-OFF-ONE-ROW UNTIL WS-SCHED-DONE = 'Y'
              CLOSE LOAN-SCHEDULE
           END-IF.
       WRITE-OFF-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-DONE
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-SCHED-DONE
                   ELSE
                      IF LS-IS-UNPAID
                         MOVE 'W' TO LS-PAID-FLAG
                         MOVE WS-TODAY TO LS-PAID-DATE
                         REWRITE LS-RECORD
                         ADD 1 TO WS-ROWS-WRITTEN-OFF
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
           MOVE 'LNWOFF' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *One line to the central operations event file where the
      *write-off could not post. OPSLOG swallows its own failures -
      *recording a failure must never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNWOFF' TO AU-PROGRAM
           MOVE LN-ACCOUNT TO AU-TARGET
           MOVE ARG-REASON TO WS-AA-REASON
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
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
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNWOFF' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
