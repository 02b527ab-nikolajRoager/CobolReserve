      *Nightly loan instalment collection. LNPAY only runs when a
      *borrower or teller keys a repayment, so a loan whose customer
      *forgot went straight into arrears with the money sitting in
      *the checking account. This walks every open loan, takes each
      *unpaid schedule row that falls due on the business date (a
      *due date on a closed day falls due the next day the bank is
      *open, by DATEROLL's convention) from the borrower's account
      *back to LOANPOOL through TRNSFR - the same path LNPAY posts
      *through, on the hash the loan was opened with - and ticks the
      *row paid. A row the account can not cover is handed to the
      *RETRYQ re-presentment queue the way STANDRUN hands over a
      *failed standing order, and the borrower gets an OUTBOX
      *notice; RETRYRUN ticks the row if a re-presentment posts. Once
      *per business date, guarded by RUN-CONTROL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNCOLLCT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO LOANSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-LS-FILE-STATUS.
      *Failed collections hand over here for RETRYRUN's business-day
      *re-presentment
           SELECT RETRY-QUEUE ASSIGN TO RETRYQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-KEY
           FILE STATUS IS WS-RT-FILE-STATUS.
      *Customer notification events
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *One record per business date collected - a second run the
      *same day refuses rather than queueing every shortfall twice
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  RETRY-QUEUE DATA RECORD IS RT-RECORD.
       COPY retryrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-RT-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LS-EOF PIC X.
       01 WS-TODAY PIC 9(8).
      *The banking day being collected - STATFILE's business date,
      *the machine date when none is set
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-SAVED-LN-KEY PIC X(13).
       01 WS-LOAN-CHANGED PIC X.
       01 WS-ROWS-OWED PIC 9(3).
       01 WS-ROWS-COLLECTED PIC 9(6) VALUE 0.
       01 WS-ROWS-QUEUED PIC 9(6) VALUE 0.
       01 WS-LOANS-CLOSED PIC 9(6) VALUE 0.
       01 WS-AMOUNT-COLLECTED PIC 9(13)V9(4) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-POST-EDIT PIC Z(11)9.9(4).
      *The loan and row a collection is for, carried on the ledger
      *leg and the retry item as the remittance reference so
      *RETRYRUN can find the row again
       01 WS-COLLECT-REF.
           05 WS-CR-LN-KEY PIC X(13).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-CR-NUM PIC 9(3).
           05 FILLER PIC X(3) VALUE SPACES.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
           05 TR-ARG-HASH      PIC X(8).
      *The loan agreement is the borrower's standing authority -
      *never held for a second teller
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *Pre-authorised destination - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
      *Collections never post from a branch terminal
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
           05 TR-ARG-REMIT-REF PIC X(20) VALUE SPACES.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *Laid out exactly like DATEROLL's own LINKAGE SECTION
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Staging for one central operations event, laid out exactly
      *like OPSLOG's own LINKAGE SECTION
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'LNCOLLCT'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LNCOLLCT'.
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
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
      *A closed day collects nothing - its instalments fall due the
      *next morning the bank opens
           MOVE WS-BUSINESS-DATE TO DR-ARG-DATE
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           IF DR-ARG-WAS-OPEN NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Bank closed today, nothing collected"'
              DISPLAY '}'
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-RN-FILE-STATUS NOT = '00'
              CLOSE RUN-CONTROL
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No loan book on file"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              CLOSE RUN-CONTROL
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O LOAN-SCHEDULE
           IF WS-LS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Schedule file error ' WS-LS-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'LOANSCHD' TO OV-ARG-FILE-NAME
              MOVE WS-LS-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE LOAN-MASTER
              CLOSE LOAN-SCHEDULE
              CLOSE RUN-CONTROL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM COLLECT-ONE-LOAN UNTIL WS-EOF = 'Y'

           MOVE 'C' TO RN-STATUS
           MOVE WS-TODAY TO RN-RUN-DATE
           REWRITE RN-RECORD
           CLOSE RUN-CONTROL

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "BusinessDate":' WS-BUSINESS-DATE ','
           DISPLAY '  "RowsCollected":' WS-ROWS-COLLECTED ','
           MOVE WS-AMOUNT-COLLECTED TO WS-AMOUNT-EDIT
           DISPLAY '  "AmountCollected":' WS-AMOUNT-EDIT ','
           DISPLAY '  "QueuedForRetry":' WS-ROWS-QUEUED ','
           DISPLAY '  "LoansClosed":' WS-LOANS-CLOSED
           DISPLAY '}'
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           MOVE WS-ROWS-COLLECTED TO RS-ARG-POSTED
           MOVE WS-ROWS-QUEUED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *Refuse a business date that has already been collected; start
      *(or restart after an abend) one that has not. A restart walks
      *the whole book again - rows collected the first time are paid
      *and pass by, and a shortfall queued twice is harmless because
      *RETRYRUN withdraws an item whose row is already settled
       CHECK-RUN-CONTROL.
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Run control error ' WS-RN-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'RUNCTL' TO OV-ARG-FILE-NAME
              MOVE WS-RN-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'LNCOLLCT' TO RN-PROGRAM
           MOVE WS-BUSINESS-DATE TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 DISPLAY '{'
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"Business date ' WS-BUSINESS-DATE
                    ' already collected"'
                 DISPLAY '}'
                 MOVE '99' TO WS-RN-FILE-STATUS
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
       COLLECT-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN
                      ADD 1 TO RS-ARG-READ
                      PERFORM COLLECT-LOAN-ROWS
                   END-IF
           END-READ.
      *Every row of the loan: collect what falls due today, and count
      *what is still owed after, so a loan whose last row was just
      *collected closes the way LNPAY closes it
       COLLECT-LOAN-ROWS.
           MOVE 'N' TO WS-LOAN-CHANGED
           MOVE 0 TO WS-ROWS-OWED
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE 0 TO LS-NUM
           START LOAN-SCHEDULE KEY IS >= LS-KEY
           IF WS-LS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LS-EOF
           END-IF
           PERFORM COLLECT-ONE-ROW UNTIL WS-LS-EOF = 'Y'
           IF WS-LOAN-CHANGED = 'Y'
              IF WS-ROWS-OWED = 0
                 MOVE 'C' TO LN-STATUS
                 ADD 1 TO WS-LOANS-CLOSED
              END-IF
              MOVE LN-KEY TO WS-SAVED-LN-KEY
              REWRITE LN-RECORD
      *Put the walk back where it was after the rewrite
              MOVE WS-SAVED-LN-KEY TO LN-KEY
              START LOAN-MASTER KEY IS > LN-KEY
              IF WS-LN-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF.
       COLLECT-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-UNPAID
                         PERFORM CHECK-ROW-DUE
                      END-IF
                      IF LS-IS-UNPAID
                         ADD 1 TO WS-ROWS-OWED
                      END-IF
                   END-IF
           END-READ.
      *Due today: the row's due date rolled to the next open day
      *lands on the business date. Older rows are arrears and belong
      *to collections, later ones wait their turn
       CHECK-ROW-DUE.
           IF LS-DUE-DATE <= WS-BUSINESS-DATE AND LS-PAYMENT > 0
              MOVE LS-DUE-DATE TO DR-ARG-DATE
              CALL 'DATEROLL' USING DR-ARG-BUFFER
              IF DR-ARG-DATE = WS-BUSINESS-DATE
                 PERFORM COLLECT-THE-ROW
              END-IF
           END-IF.
       COLLECT-THE-ROW.
           MOVE LN-KEY TO WS-CR-LN-KEY
           MOVE LS-NUM TO WS-CR-NUM
           MOVE 96 TO TR-ARG-LENGTH
           MOVE LS-PAYMENT TO WS-POST-EDIT
           MOVE WS-POST-EDIT TO TR-ARG-AMOUNT
           MOVE LN-CURRENCY TO TR-ARG-CURRENCY
           MOVE LN-HASH TO TR-ARG-HASH
           MOVE LN-ACCOUNT TO TR-ARG-FROM-NAME
           MOVE WS-COLLECT-REF TO TR-ARG-REMIT-REF
           MOVE "LOANPOOL " TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT = 'Y'
              MOVE 'Y' TO LS-PAID-FLAG
              MOVE WS-BUSINESS-DATE TO LS-PAID-DATE
              REWRITE LS-RECORD
              COMPUTE LN-OUTSTANDING
                 = LN-OUTSTANDING - LS-PRINCIPAL-PART
              MOVE 'Y' TO WS-LOAN-CHANGED
              ADD 1 TO WS-ROWS-COLLECTED
              ADD LS-PAYMENT TO WS-AMOUNT-COLLECTED
           ELSE
              PERFORM QUEUE-FAILED-ROW
                 THRU QUEUE-FAILED-ROW-EXIT
              MOVE LN-ACCOUNT TO WS-OB-ACCOUNT
              MOVE "loan payment missed" TO WS-OB-TYPE
              MOVE LS-PAYMENT TO WS-OB-AMOUNT
              MOVE LN-CURRENCY TO WS-OB-CCY
              PERFORM WRITE-OUTBOX-EVENT
           END-IF.
      *Same open-append idiom STANDRUN hands its rejections over
      *with - a queue that can not be written leaves the row unpaid
      *for LNPAY or the arrears walk, nothing is lost either way
       QUEUE-FAILED-ROW.
           OPEN I-O RETRY-QUEUE
           IF WS-RT-FILE-STATUS = '35'
              OPEN OUTPUT RETRY-QUEUE
              CLOSE RETRY-QUEUE
              OPEN I-O RETRY-QUEUE
           END-IF
           IF WS-RT-FILE-STATUS NOT = '00'
                 AND WS-RT-FILE-STATUS NOT = '97'
              CLOSE RETRY-QUEUE
              GO TO QUEUE-FAILED-ROW-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RT-TIME-STAMP
           MOVE 'LNCOLLCT' TO RT-SOURCE
           MOVE 'P' TO RT-STATUS
           MOVE 1 TO RT-ATTEMPTS
           COMPUTE RT-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + 1)
           MOVE RT-NEXT-DATE TO DR-ARG-DATE
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO RT-NEXT-DATE
           MOVE WS-BUSINESS-DATE TO RT-FIRST-FAIL-DATE
           MOVE TR-ARG-AMOUNT TO RT-AMOUNT
           MOVE LN-CURRENCY TO RT-CURRENCY
           MOVE LN-HASH TO RT-HASH
           MOVE LN-ACCOUNT TO RT-FROM-NAME
           MOVE "LOANPOOL " TO RT-TO-NAME
           MOVE WS-COLLECT-REF TO RT-REMIT-REF
           WRITE RT-RECORD
           INVALID KEY
              ADD 1 TO RT-MILIS
              WRITE RT-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           IF WS-RT-FILE-STATUS = '00'
              ADD 1 TO WS-ROWS-QUEUED
           END-IF
           CLOSE RETRY-QUEUE.
       QUEUE-FAILED-ROW-EXIT.
           EXIT.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the posting programs use
       WRITE-OUTBOX-EVENT.
           OPEN I-O NOTIFY-OUTBOX
           IF WS-OB-FILE-STATUS = '35'
              OPEN OUTPUT NOTIFY-OUTBOX
              CLOSE NOTIFY-OUTBOX
              OPEN I-O NOTIFY-OUTBOX
           END-IF
           MOVE WS-OB-ACCOUNT TO OB-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO OB-TIME-STAMP
           MOVE WS-OB-TYPE TO OB-EVENT-TYPE
           MOVE WS-OB-AMOUNT TO OB-AMOUNT
           MOVE WS-OB-CCY TO OB-CURRENCY
           MOVE 'N' TO OB-STATUS
           WRITE OB-RECORD
           INVALID KEY
              ADD 1 TO OB-MILIS
              WRITE OB-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE NOTIFY-OUTBOX.
      *One line to the central operations event file. OPSLOG
      *swallows its own failures - recording a failure must never
      *cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
