      *Set up an account product on the PRODMAST catalogue, or load a
      *new version of its terms. Each call writes one version under
      *the product code and an effective date - today when none is
      *given, or a future date so a repricing can be loaded ahead of
      *the day it takes effect. A version already on file for that
      *code and date is overwritten; a date already past is refused,
      *since the accounts have been priced on what was in force
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETPROD.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO PRODMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *Business date
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
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
       FD  PRODUCT-MASTER DATA RECORD IS PD-RECORD.
       COPY prodrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-RECORD.
           05 WS-EFFECTIVE-DATE PIC 9(8).
           05 WS-CREDIT-RATE PIC 9V9999.
           05 WS-DEBIT-RATE PIC 9V9999.
           05 WS-MIN-BALANCE PIC 9(11)V9(4).
           05 WS-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 WS-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 WS-NOTICE-DAYS PIC 9(3).
           05 WS-BONUS-RATE PIC 9V9999.
       01 WS-RATE-EDIT PIC 9.9999.
       01 WS-AMOUNT-EDIT PIC Z(10)9.99.
      *Summary of the version just loaded, for the audit entry
       01 WS-AUDIT-AFTER.
           05 WS-AA-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE ' C='.
           05 WS-AA-CREDIT PIC 9.9999.
           05 FILLER PIC X(3) VALUE ' D='.
           05 WS-AA-DEBIT PIC 9.9999.
           05 FILLER PIC X(3) VALUE ' F='.
           05 WS-AA-FEE PIC Z(6)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-STATUS PIC X(1).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-CODE PIC X(8).
      *CCYYMMDD, spaces = today
           05 ARG-EFFECTIVE-DATE PIC X(8).
           05 ARG-NAME PIC X(20).
      *C = checking, S = savings
           05 ARG-ACCOUNT-TYPE PIC X(1).
      *Per-posting rates, same scale as STATFILE's, e.g. "0.0010"
           05 ARG-CREDIT-RATE PIC X(6).
           05 ARG-DEBIT-RATE PIC X(6).
      *Account currency
           05 ARG-MIN-BALANCE PIC X(12)XX(4).
           05 ARG-MAINTENANCE-FEE PIC X(12)XX(4).
           05 ARG-OVERDRAFT-CEILING PIC X(12)XX(4).
      *A = on sale, W = withdrawn from sale, spaces = A
           05 ARG-STATUS PIC X(1).
      *Supervisor loading the terms, for the role gate and the
      *audit trail
           05 ARG-OPERATOR-ID PIC X(9).
      *Days' notice before a withdrawal (notice savings), right-
      *justified digits, spaces or 0 = instant access
           05 ARG-NOTICE-DAYS PIC X(3).
      *Reward-saver bonus rate for a qualifying month, e.g. "0.0020",
      *spaces = no bonus
           05 ARG-BONUS-RATE PIC X(6).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
      *Product pricing is supervisor work
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-CODE = SPACES OR ARG-NAME = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Product code and name required"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account type must be C or S"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-STATUS NOT = SPACES AND NOT = 'A' AND NOT = 'W'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Status must be A or W"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-CREDIT-RATE) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-DEBIT-RATE) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-MIN-BALANCE) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-MAINTENANCE-FEE) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-OVERDRAFT-CEILING) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rates and amounts must be numbers"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-NOTICE-DAYS = SPACES
              MOVE 0 TO WS-NOTICE-DAYS
           ELSE
              IF FUNCTION TEST-NUMVAL(ARG-NOTICE-DAYS) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Notice days must be a number"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-NOTICE-DAYS = FUNCTION NUMVAL(ARG-NOTICE-DAYS)
           END-IF
           IF ARG-BONUS-RATE = SPACES
              MOVE 0 TO WS-BONUS-RATE
           ELSE
              IF FUNCTION TEST-NUMVAL(ARG-BONUS-RATE) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Bonus rate must be a number"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-BONUS-RATE = FUNCTION NUMVAL(ARG-BONUS-RATE)
           END-IF
           COMPUTE WS-CREDIT-RATE = FUNCTION NUMVAL(ARG-CREDIT-RATE)
           COMPUTE WS-DEBIT-RATE = FUNCTION NUMVAL(ARG-DEBIT-RATE)
           COMPUTE WS-MIN-BALANCE = FUNCTION NUMVAL(ARG-MIN-BALANCE)
           COMPUTE WS-MAINTENANCE-FEE
              = FUNCTION NUMVAL(ARG-MAINTENANCE-FEE)
           COMPUTE WS-OVERDRAFT-CEILING
              = FUNCTION NUMVAL(ARG-OVERDRAFT-CEILING)

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
           IF ARG-EFFECTIVE-DATE = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
              IF ARG-EFFECTIVE-DATE NOT NUMERIC
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Effective date must be CCYYMMDD"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              MOVE ARG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-EFFECTIVE-DATE < WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Effective date already past"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O PRODUCT-MASTER
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT PRODUCT-MASTER
              CLOSE PRODUCT-MASTER
              OPEN I-O PRODUCT-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Product master error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE PRODUCT-MASTER
              GOBACK
           END-IF
           MOVE ARG-CODE TO PD-CODE
           MOVE WS-EFFECTIVE-DATE TO PD-EFFECTIVE-DATE
           MOVE ARG-NAME TO PD-NAME
           MOVE ARG-ACCOUNT-TYPE TO PD-ACCOUNT-TYPE
           MOVE WS-CREDIT-RATE TO PD-CREDIT-RATE
           MOVE WS-DEBIT-RATE TO PD-DEBIT-RATE
           MOVE WS-MIN-BALANCE TO PD-MIN-BALANCE
           MOVE WS-MAINTENANCE-FEE TO PD-MAINTENANCE-FEE
           MOVE WS-OVERDRAFT-CEILING TO PD-OVERDRAFT-CEILING
           MOVE WS-NOTICE-DAYS TO PD-NOTICE-DAYS
           MOVE WS-BONUS-RATE TO PD-BONUS-RATE
           MOVE ARG-STATUS TO PD-STATUS
           IF ARG-STATUS = SPACES
              MOVE 'A' TO PD-STATUS
           END-IF
           MOVE WS-OPERATOR-ID TO PD-OPERATOR-ID
      *A second load for the same code and date corrects the first
           WRITE PD-RECORD
           INVALID KEY
              REWRITE PD-RECORD
           END-WRITE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Product master error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE PRODUCT-MASTER
              GOBACK
           END-IF
           CLOSE PRODUCT-MASTER
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Product":"' PD-CODE '",'
           DISPLAY '  "Name":"' PD-NAME '",'
           DISPLAY '  "EffectiveDate":' PD-EFFECTIVE-DATE ','
           DISPLAY '  "AccountType":"' PD-ACCOUNT-TYPE '",'
           MOVE PD-CREDIT-RATE TO WS-RATE-EDIT
           DISPLAY '  "CreditRate":' WS-RATE-EDIT ','
           MOVE PD-DEBIT-RATE TO WS-RATE-EDIT
           DISPLAY '  "DebitRate":' WS-RATE-EDIT ','
           MOVE PD-MIN-BALANCE TO WS-AMOUNT-EDIT
           DISPLAY '  "MinBalance":' WS-AMOUNT-EDIT ','
           MOVE PD-MAINTENANCE-FEE TO WS-AMOUNT-EDIT
           DISPLAY '  "MaintenanceFee":' WS-AMOUNT-EDIT ','
           MOVE PD-OVERDRAFT-CEILING TO WS-AMOUNT-EDIT
           DISPLAY '  "OverdraftCeiling":' WS-AMOUNT-EDIT ','
           DISPLAY '  "NoticeDays":' PD-NOTICE-DAYS ','
           MOVE PD-BONUS-RATE TO WS-RATE-EDIT
           DISPLAY '  "BonusRate":' WS-RATE-EDIT ','
           DISPLAY '  "Status":"' PD-STATUS '"'
           DISPLAY '}'
           GOBACK.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SETBANK's trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETPROD' TO AU-PROGRAM
           MOVE PD-CODE TO AU-TARGET
           MOVE PD-NAME TO AU-BEFORE
           MOVE PD-EFFECTIVE-DATE TO WS-AA-DATE
           MOVE PD-CREDIT-RATE TO WS-AA-CREDIT
           MOVE PD-DEBIT-RATE TO WS-AA-DEBIT
           MOVE PD-MAINTENANCE-FEE TO WS-AA-FEE
           MOVE PD-STATUS TO WS-AA-STATUS
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - this program sets rates, so the gate fails
      *closed when the master can not be read. A refused call is
      *itself logged
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
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETPROD' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
