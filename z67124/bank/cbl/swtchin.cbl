      *Account switching intake. Reads the file a switching customer's
      *old bank sends over - every standing order and direct-debit
      *mandate they had there, each line naming the account they have
      *opened with us - and recreates them as STANDORD and DDMAND
      *records on that account, so the customer no longer has to set
      *each one up again and write to every creditor. Nothing goes
      *live here: every order and mandate is written HELD, with no
      *password hash, and only SWTCHCF - the customer confirming with
      *their own hash - turns them on. An order to a payee at another
      *bank carries the payee's bank and account reference and
      *STANDRUN sends it through OUTPAY; a payee or creditor who banks
      *with us must hold a real account, the same rule ADDORD and
      *DDMNT apply. The customer is asked through the outbox to
      *confirm. Lines that can not be taken are skipped and reported
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SWTCHIN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The old bank's switching file, one order or mandate a line
           SELECT SWITCH-INTAKE ASSIGN TO SWITCHIN
              FILE STATUS IS WS-SI-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT BANK-DIRECTORY ASSIGN TO BANKDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BD-BANK-ID
              FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO STANDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-KEY
              FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT DD-MANDATES ASSIGN TO DDMAND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MD-KEY
              FILE STATUS IS WS-MD-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWITCH-INTAKE RECORDING MODE F.
       01  SI-RECORD.
      *The account the customer has opened with us
           05 SI-ACCOUNT PIC X(9).
      *S = standing order, D = direct-debit mandate
           05 SI-TYPE PIC X(1).
      *S: the payee's bank from the SETBANK directory, spaces when
      *the payee banks with us
           05 SI-BANK-ID PIC X(9).
      *S: the payee's account reference at that bank, or their
      *account name here. D: the creditor's collection account here
           05 SI-PAYEE PIC X(20).
      *D: the scheme's mandate reference off the signed form
           05 SI-MANDATE-REF PIC X(12).
      *S: the amount of each payment. D: the mandate ceiling
           05 SI-AMOUNT PIC X(12)XX(4).
      *Spaces = the account's own currency
           05 SI-CURRENCY PIC X(3).
      *S: days between payments
           05 SI-FREQUENCY PIC X(4).
      *S: the next date the order falls due. D: the date signed
           05 SI-DATE PIC X(8).
           05 FILLER PIC X(17).
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  BANK-DIRECTORY DATA RECORD IS BD-RECORD.
       COPY bankdir.
       FD  STANDING-ORDERS DATA RECORD IS SO-RECORD.
       COPY sordrec.
       FD  DD-MANDATES DATA RECORD IS MD-RECORD.
       COPY ddmand.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SI-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-SO-FILE-STATUS PIC XX.
       01 WS-MD-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-ITEMS-READ PIC 9(6) VALUE 0.
       01 WS-ORDERS-HELD PIC 9(6) VALUE 0.
       01 WS-MANDATES-HELD PIC 9(6) VALUE 0.
       01 WS-ITEMS-SKIPPED PIC 9(6) VALUE 0.
      *Why a line was skipped, for the report
       01 WS-SKIP-REASON PIC X(20).
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-CURRENCY PIC X(3).
       01 WS-FREQUENCY PIC 9(4).
       01 WS-SEQ PIC 9(4).
       01 WS-FOUND-FREE PIC X.
      *The last account asked to confirm - the old bank sends one
      *customer's items together, so each customer is asked once
       01 WS-NOTIFIED-ACCOUNT PIC X(9) VALUE SPACES.
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT SWITCH-INTAKE
           IF WS-SI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Switching file error ' WS-SI-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE SWITCH-INTAKE
              GOBACK
           END-IF
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE SWITCH-INTAKE
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN I-O STANDING-ORDERS
           IF WS-SO-FILE-STATUS = '35'
              OPEN OUTPUT STANDING-ORDERS
              CLOSE STANDING-ORDERS
              OPEN I-O STANDING-ORDERS
           END-IF
           OPEN I-O DD-MANDATES
           IF WS-MD-FILE-STATUS = '35'
              OPEN OUTPUT DD-MANDATES
              CLOSE DD-MANDATES
              OPEN I-O DD-MANDATES
           END-IF
           IF (WS-SO-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-MD-FILE-STATUS NOT = '00' AND NOT = '97')
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Order/mandate file error '
                 WS-SO-FILE-STATUS '/' WS-MD-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE SWITCH-INTAKE
              CLOSE USER-ACCOUNTS
              CLOSE STANDING-ORDERS
              CLOSE DD-MANDATES
              GOBACK
           END-IF
           OPEN INPUT BANK-DIRECTORY
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

           PERFORM PROCESS-INTAKE UNTIL WS-EOF = 'Y'

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ItemsRead":' WS-ITEMS-READ ','
           DISPLAY '  "OrdersHeld":' WS-ORDERS-HELD ','
           DISPLAY '  "MandatesHeld":' WS-MANDATES-HELD ','
           DISPLAY '  "ItemsSkipped":' WS-ITEMS-SKIPPED
           DISPLAY '}'
           CLOSE SWITCH-INTAKE
           CLOSE USER-ACCOUNTS
           CLOSE BANK-DIRECTORY
           CLOSE STANDING-ORDERS
           CLOSE DD-MANDATES
           GOBACK.
       PROCESS-INTAKE.
           READ SWITCH-INTAKE
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
                 PERFORM TAKE-ONE-ITEM THRU TAKE-ONE-ITEM-EXIT
           END-READ.
      *Checks common to both kinds of line, then the kind's own
       TAKE-ONE-ITEM.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE SI-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'no account' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-ONE-ITEM-EXIT
           END-READ
           IF FUNCTION TEST-NUMVAL(SI-AMOUNT) NOT = 0
              MOVE 'bad amount' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-ONE-ITEM-EXIT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(SI-AMOUNT)
           IF WS-AMOUNT <= 0
              MOVE 'bad amount' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-ONE-ITEM-EXIT
           END-IF
           MOVE SI-CURRENCY TO WS-CURRENCY
           IF WS-CURRENCY = SPACES
              MOVE ACT-CURRENCY TO WS-CURRENCY
           END-IF
           EVALUATE SI-TYPE
              WHEN 'S'
                 PERFORM TAKE-STANDING-ORDER
                    THRU TAKE-STANDING-ORDER-EXIT
              WHEN 'D'
                 PERFORM TAKE-MANDATE THRU TAKE-MANDATE-EXIT
              WHEN OTHER
                 MOVE 'bad line type' TO WS-SKIP-REASON
                 PERFORM SKIP-THE-ITEM
           END-EVALUATE
           IF WS-SKIP-REASON = SPACES
                 AND SI-ACCOUNT NOT = WS-NOTIFIED-ACCOUNT
              MOVE SI-ACCOUNT TO WS-NOTIFIED-ACCOUNT
              MOVE SI-ACCOUNT TO WS-OB-ACCOUNT
              MOVE "switch to confirm" TO WS-OB-TYPE
              MOVE 0 TO WS-OB-AMOUNT
              MOVE SPACES TO WS-OB-CCY
              PERFORM WRITE-OUTBOX-EVENT
           END-IF.
       TAKE-ONE-ITEM-EXIT.
           EXIT.
       TAKE-STANDING-ORDER.
           IF FUNCTION TEST-NUMVAL(SI-FREQUENCY) NOT = 0
              MOVE 'bad frequency' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-STANDING-ORDER-EXIT
           END-IF
           COMPUTE WS-FREQUENCY = FUNCTION NUMVAL(SI-FREQUENCY)
           IF WS-FREQUENCY = 0
              MOVE 'bad frequency' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-STANDING-ORDER-EXIT
           END-IF
      *A payee elsewhere needs a correspondent we can pay through; a
      *payee here needs a real account
           IF SI-BANK-ID NOT = SPACES
              MOVE SI-BANK-ID TO BD-BANK-ID
              READ BANK-DIRECTORY RECORD KEY BD-BANK-ID
              INVALID KEY
                 MOVE 'bank not on file' TO WS-SKIP-REASON
                 PERFORM SKIP-THE-ITEM
                 GO TO TAKE-STANDING-ORDER-EXIT
              END-READ
              MOVE SI-BANK-ID TO SO-TO-NAME
           ELSE
              MOVE SI-PAYEE(1:9) TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
                 MOVE 'no payee account' TO WS-SKIP-REASON
                 PERFORM SKIP-THE-ITEM
                 GO TO TAKE-STANDING-ORDER-EXIT
              END-READ
              MOVE SI-PAYEE(1:9) TO SO-TO-NAME
           END-IF
      *First free sequence number for this from/to pair, as ADDORD
           MOVE SI-ACCOUNT TO SO-FROM-NAME
           MOVE 0 TO WS-SEQ
           MOVE 'N' TO WS-FOUND-FREE
           PERFORM FIND-FREE-SEQ UNTIL WS-FOUND-FREE = 'Y'
           MOVE WS-SEQ TO SO-SEQ
           MOVE WS-AMOUNT TO SO-AMOUNT
           MOVE WS-CURRENCY TO SO-CURRENCY
           MOVE WS-FREQUENCY TO SO-FREQUENCY-DAYS
      *The old bank's next due date, stepped on by the order's own
      *frequency past any date already gone - the old bank paid
      *those
           IF SI-DATE NUMERIC
              MOVE SI-DATE TO SO-NEXT-RUN-DATE
           ELSE
              MOVE WS-TODAY TO SO-NEXT-RUN-DATE
           END-IF
           PERFORM STEP-DUE-DATE UNTIL SO-NEXT-RUN-DATE >= WS-TODAY
           MOVE 'H' TO SO-ACTIVE-FLAG
           MOVE SPACES TO SO-HASH
           MOVE 'F' TO SO-ORDER-TYPE
           MOVE 0 TO SO-TARGET-BALANCE
           IF SI-BANK-ID NOT = SPACES
              MOVE SI-BANK-ID TO SO-BANK-ID
              MOVE SI-PAYEE TO SO-BENEFICIARY
           ELSE
              MOVE SPACES TO SO-BANK-ID
              MOVE SPACES TO SO-BENEFICIARY
           END-IF
           WRITE SO-RECORD
           INVALID KEY
              MOVE 'order file error' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-STANDING-ORDER-EXIT
           END-WRITE
           ADD 1 TO WS-ORDERS-HELD
           DISPLAY '{"order-held":"' SO-FROM-NAME '","to":"'
              SO-TO-NAME '","seq":' SO-SEQ ',"next":' SO-NEXT-RUN-DATE
              '}'.
       TAKE-STANDING-ORDER-EXIT.
           EXIT.
       FIND-FREE-SEQ.
           MOVE WS-SEQ TO SO-SEQ
           READ STANDING-ORDERS RECORD KEY SO-KEY
           INVALID KEY
              MOVE 'Y' TO WS-FOUND-FREE
           NOT INVALID KEY
              ADD 1 TO WS-SEQ
           END-READ.
       STEP-DUE-DATE.
           COMPUTE SO-NEXT-RUN-DATE =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                 + SO-FREQUENCY-DAYS).
      *A mandate reference already on file for the account is left
      *alone - it may be live, and a switching file is no signed form
       TAKE-MANDATE.
           IF SI-MANDATE-REF = SPACES
              MOVE 'no mandate ref' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-MANDATE-EXIT
           END-IF
           MOVE SI-PAYEE(1:9) TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'no creditor account' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-MANDATE-EXIT
           END-READ
           MOVE SI-ACCOUNT TO MD-DEBTOR
           MOVE SI-MANDATE-REF TO MD-MANDATE-REF
           MOVE SI-PAYEE(1:9) TO MD-CREDITOR
           MOVE WS-AMOUNT TO MD-CEILING
           MOVE WS-CURRENCY TO MD-CURRENCY
           IF SI-DATE NUMERIC
              MOVE SI-DATE TO MD-SIGNED-DATE
           ELSE
              MOVE WS-TODAY TO MD-SIGNED-DATE
           END-IF
           MOVE 'H' TO MD-STATUS
           MOVE SPACES TO MD-HASH
           WRITE MD-RECORD
           INVALID KEY
              MOVE 'mandate on file' TO WS-SKIP-REASON
              PERFORM SKIP-THE-ITEM
              GO TO TAKE-MANDATE-EXIT
           END-WRITE
           ADD 1 TO WS-MANDATES-HELD
           DISPLAY '{"mandate-held":"' MD-DEBTOR '","ref":"'
              MD-MANDATE-REF '","creditor":"' MD-CREDITOR '"}'.
       TAKE-MANDATE-EXIT.
           EXIT.
       SKIP-THE-ITEM.
           ADD 1 TO WS-ITEMS-SKIPPED
           DISPLAY '{"item-skipped":"' SI-ACCOUNT '","type":"' SI-TYPE
              '","reason":"' WS-SKIP-REASON '"}'.
      *Append one event to the notification outbox, the same shape
      *FEESWEP uses
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
