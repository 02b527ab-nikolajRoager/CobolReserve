      *Credit-card account maintenance. DEBCARD could only spend down
      *a deposit balance plus its overdraft; this puts a revolving
      *credit line on a card account of its own (an ordinary
      *USER-ACCOUNTS record opened for the purpose, nothing on it
      *yet) on CCACCT, with the checking account CCPAY takes its
      *payments from, the yearly rate and the day of the month the
      *statement is cut. O = open the line, L = change the limit
      *and/or rate, B = block, A = unblock, C = close once nothing
      *is owed. Opening and changing the line take a supervisor,
      *the rest any active operator with a session; every change is
      *written to AUDITLOG
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CCMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNTS ASSIGN TO CCACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-ACCOUNT
           FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Operator master - the role gate
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARD-ACCOUNTS DATA RECORD IS CC-RECORD.
       COPY ccacct.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
       01 WS-SUPERVISOR PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-LIMIT PIC 9(11)V9(4).
       01 WS-RATE PIC 9V9999.
       01 WS-CYCLE-DAY PIC 9(2).
      *The customer behind the card account and behind the paying
      *account - ACT-OWNER, or the account itself when it is a
      *primary/standalone account
       01 WS-CARD-OWNER PIC X(9).
       01 WS-PAY-OWNER PIC X(9).
       01 WS-ACCOUNT-OK PIC X.
      *First statement day: the cycle day of this month if it is
      *still ahead, else of next month
       01 WS-CYCLE-DATE.
           05 WS-CY-YEAR PIC 9(4).
           05 WS-CY-MONTH PIC 9(2).
           05 WS-CY-DAY PIC 9(2).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-AUDIT-BEFORE.
           05 WS-AB-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AB-LIMIT PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AB-RATE PIC 9.9999.
           05 FILLER PIC X(18) VALUE SPACES.
       01 WS-AUDIT-AFTER.
           05 WS-AA-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-LIMIT PIC Z(10)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-RATE PIC 9.9999.
           05 FILLER PIC X(18) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *O = open, L = change limit/rate, B = block, A = unblock,
      *C = close
           05 ARG-ACTION PIC X(1).
      *The card account, already on USER-ACCOUNTS
           05 ARG-ACCOUNT PIC X(9).
      *O only: the checking account payments are taken from
           05 ARG-PAY-ACCOUNT PIC X(9).
      *O and L: the credit line, card account currency, and the
      *yearly rate as a fraction (0.1990). On L a zero or blank
      *keeps what is on file
           05 ARG-LIMIT PIC X(12)XX(4).
           05 ARG-RATE PIC X(6).
      *O only: statement day of the month, 1-28
           05 ARG-CYCLE-DAY PIC X(2).
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-ACTION NOT = 'O' AND NOT = 'L' AND NOT = 'B'
                 AND NOT = 'A' AND NOT = 'C'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be O, L, B, A or C"'
              DISPLAY '}'
              GOBACK
           END-IF
           PERFORM CHECK-OPERATOR
      *The credit line itself is a lending decision
           IF WS-OPERATOR-OK = 'Y' AND WS-SUPERVISOR = 'N'
                 AND (ARG-ACTION = 'O' OR ARG-ACTION = 'L')
              MOVE 'N' TO WS-OPERATOR-OK
              PERFORM LOG-VIOLATION
           END-IF
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN I-O CARD-ACCOUNTS
           IF WS-CC-FILE-STATUS = '35'
              OPEN OUTPUT CARD-ACCOUNTS
              CLOSE CARD-ACCOUNTS
              OPEN I-O CARD-ACCOUNTS
           END-IF
           IF WS-CC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Card account file error ' WS-CC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              GOBACK
           END-IF
           IF ARG-ACTION = 'O'
              PERFORM OPEN-LINE
                 THRU OPEN-LINE-EXIT
           ELSE
              PERFORM CHANGE-LINE
                 THRU CHANGE-LINE-EXIT
           END-IF
           CLOSE CARD-ACCOUNTS
           GOBACK.
      *A fresh card account with nothing on it, a checking account
      *of the same customer to pay from, and sensible terms
       OPEN-LINE.
           IF FUNCTION TEST-NUMVAL(ARG-LIMIT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-RATE) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-CYCLE-DAY) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Limit, rate and cycle day must be'
                 ' numeric"'
              DISPLAY '}'
              GO TO OPEN-LINE-EXIT
           END-IF
           COMPUTE WS-LIMIT = FUNCTION NUMVAL(ARG-LIMIT)
           COMPUTE WS-RATE = FUNCTION NUMVAL(ARG-RATE)
           COMPUTE WS-CYCLE-DAY = FUNCTION NUMVAL(ARG-CYCLE-DAY)
           IF WS-LIMIT = 0 OR WS-CYCLE-DAY < 1 OR WS-CYCLE-DAY > 28
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Limit must be above zero and cycle'
                 ' day 1 to 28"'
              DISPLAY '}'
              GO TO OPEN-LINE-EXIT
           END-IF
           MOVE ARG-ACCOUNT TO CC-ACCOUNT
           READ CARD-ACCOUNTS RECORD KEY CC-ACCOUNT
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Credit line already on file"'
              DISPLAY '}'
              GO TO OPEN-LINE-EXIT
           END-READ
           PERFORM CHECK-ACCOUNTS
              THRU CHECK-ACCOUNTS-EXIT
           IF WS-ACCOUNT-OK = 'N'
              GO TO OPEN-LINE-EXIT
           END-IF
           MOVE WS-TODAY TO WS-CYCLE-DATE
           IF WS-CY-DAY >= WS-CYCLE-DAY
              IF WS-CY-MONTH = 12
                 MOVE 1 TO WS-CY-MONTH
                 ADD 1 TO WS-CY-YEAR
              ELSE
                 ADD 1 TO WS-CY-MONTH
              END-IF
           END-IF
           MOVE WS-CYCLE-DAY TO WS-CY-DAY
           MOVE ARG-ACCOUNT TO CC-ACCOUNT
           MOVE ARG-PAY-ACCOUNT TO CC-PAY-ACCOUNT
           MOVE WS-LIMIT TO CC-CREDIT-LIMIT
           MOVE WS-RATE TO CC-ANNUAL-RATE
           MOVE WS-CYCLE-DAY TO CC-CYCLE-DAY
           MOVE 'A' TO CC-STATUS
           MOVE WS-TODAY TO CC-OPENED-DATE
           MOVE 0 TO CC-LAST-STMT-DATE
           MOVE WS-CYCLE-DATE TO CC-NEXT-STMT-DATE
           MOVE 0 TO CC-STMT-BALANCE
           MOVE 0 TO CC-MIN-DUE
           MOVE 0 TO CC-DUE-DATE
           MOVE 0 TO CC-PAID-SINCE-STMT
           MOVE 'Y' TO CC-DUE-CHECKED
      *A new line starts in grace - the first statement's purchases
      *are interest free if that statement is cleared
           MOVE 'Y' TO CC-GRACE-FLAG
           MOVE 0 TO CC-PAST-DUE
           MOVE 0 TO CC-OLDEST-MISSED
           MOVE '0' TO CC-DELQ-STAGE
           WRITE CC-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Card account file error ' WS-CC-FILE-STATUS
                 '"'
              DISPLAY '}'
              GO TO OPEN-LINE-EXIT
           END-WRITE
           MOVE SPACES TO WS-AUDIT-BEFORE
           PERFORM LOG-AUDIT
           MOVE CC-CREDIT-LIMIT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' CC-ACCOUNT '",'
           DISPLAY '  "PayAccount":"' CC-PAY-ACCOUNT '",'
           DISPLAY '  "CreditLimit":' WS-AMOUNT-EDIT ','
           DISPLAY '  "FirstStatement":' CC-NEXT-STMT-DATE
           DISPLAY '}'.
       OPEN-LINE-EXIT.
           EXIT.
      *The card account must be active and empty - no balance, no
      *overdraft of its own - and the paying account an active
      *checking account of the same customer
       CHECK-ACCOUNTS.
           MOVE 'N' TO WS-ACCOUNT-OK
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Accounts file error ' WS-A-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Card account ' ARG-ACCOUNT
                 ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-ACCOUNTS-EXIT
           END-READ
           IF NOT ACT-IS-ACTIVE OR ACT-BALANCE NOT = 0
                 OR ACT-OVERDRAFT-LIMIT NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Card account must be active, empty'
                 ' and without an overdraft"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO WS-CARD-OWNER
           ELSE
              MOVE ACT-OWNER TO WS-CARD-OWNER
           END-IF
           MOVE ARG-PAY-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Paying account ' ARG-PAY-ACCOUNT
                 ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-ACCOUNTS-EXIT
           END-READ
           CLOSE USER-ACCOUNTS
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO WS-PAY-OWNER
           ELSE
              MOVE ACT-OWNER TO WS-PAY-OWNER
           END-IF
           IF WS-PAY-OWNER NOT = WS-CARD-OWNER
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Paying account belongs to another'
                 ' customer"'
              DISPLAY '}'
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF
           IF NOT ACT-IS-ACTIVE OR NOT ACT-IS-CHECKING
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Paying account must be an active'
                 ' checking account"'
              DISPLAY '}'
              GO TO CHECK-ACCOUNTS-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCOUNT-OK.
       CHECK-ACCOUNTS-EXIT.
           EXIT.
      *Limit/rate change, block, unblock or close on a line already
      *on file
       CHANGE-LINE.
           MOVE ARG-ACCOUNT TO CC-ACCOUNT
           READ CARD-ACCOUNTS RECORD KEY CC-ACCOUNT
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No credit line on file"'
              DISPLAY '}'
              GO TO CHANGE-LINE-EXIT
           END-READ
           IF CC-IS-CLOSED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Credit line is closed"'
              DISPLAY '}'
              GO TO CHANGE-LINE-EXIT
           END-IF
           MOVE CC-STATUS TO WS-AB-STATUS
           MOVE CC-CREDIT-LIMIT TO WS-AB-LIMIT
           MOVE CC-ANNUAL-RATE TO WS-AB-RATE
           EVALUATE ARG-ACTION
              WHEN 'L'
                 IF FUNCTION TEST-NUMVAL(ARG-LIMIT) = 0
                    COMPUTE WS-LIMIT = FUNCTION NUMVAL(ARG-LIMIT)
                    IF WS-LIMIT > 0
                       MOVE WS-LIMIT TO CC-CREDIT-LIMIT
                    END-IF
                 END-IF
                 IF FUNCTION TEST-NUMVAL(ARG-RATE) = 0
                    COMPUTE WS-RATE = FUNCTION NUMVAL(ARG-RATE)
                    IF WS-RATE > 0
                       MOVE WS-RATE TO CC-ANNUAL-RATE
                    END-IF
                 END-IF
              WHEN 'B'
                 MOVE 'B' TO CC-STATUS
              WHEN 'A'
                 MOVE 'A' TO CC-STATUS
              WHEN 'C'
                 PERFORM CHECK-NOTHING-OWED
                 IF WS-ACCOUNT-OK = 'N'
                    DISPLAY '{'
                    DISPLAY '  "success":0,'
                    DISPLAY '  "error":"Card account still owes money"'
                    DISPLAY '}'
                    GO TO CHANGE-LINE-EXIT
                 END-IF
                 MOVE 'C' TO CC-STATUS
           END-EVALUATE
           REWRITE CC-RECORD
           PERFORM LOG-AUDIT
           MOVE CC-CREDIT-LIMIT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' CC-ACCOUNT '",'
           DISPLAY '  "Status":"' CC-STATUS '",'
           DISPLAY '  "CreditLimit":' WS-AMOUNT-EDIT ','
           DISPLAY '  "AnnualRate":' CC-ANNUAL-RATE
           DISPLAY '}'.
       CHANGE-LINE-EXIT.
           EXIT.
      *A line only closes once the card account is back to zero or
      *in credit
       CHECK-NOTHING-OWED.
           MOVE 'N' TO WS-ACCOUNT-OK
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
              MOVE CC-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 IF ACT-BALANCE >= 0
                    MOVE 'Y' TO WS-ACCOUNT-OK
                 END-IF
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS.
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'CCMNT' TO AU-PROGRAM
           MOVE CC-ACCOUNT TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE CC-STATUS TO WS-AA-STATUS
           MOVE CC-CREDIT-LIMIT TO WS-AA-LIMIT
           MOVE CC-ANNUAL-RATE TO WS-AA-RATE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master and active - the
      *gate fails closed when the master can not be read. A refused
      *call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           MOVE 'N' TO WS-SUPERVISOR
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE
                    MOVE 'Y' TO WS-OPERATOR-OK
                    IF OPR-IS-SUPERVISOR
                       MOVE 'Y' TO WS-SUPERVISOR
                    END-IF
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
      *The id alone is not enough: a live SIGNON session must stand
      *behind it, or the gate stays shut
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
           MOVE 'CCMNT' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
