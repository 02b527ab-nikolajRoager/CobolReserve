      *Set a currency's banknote rates for the foreign cash counter,
      *and the note stock levels NOTESTK orders against. The currency
      *must already be on the exchange-rate file (SETEXCH puts it
      *there) and can not be the default currency. Note rates must
      *be at least as wide as the transfer rates: the bank sells
      *notes at no more foreign units per default unit than it sells
      *a transfer at, and buys them back at no fewer. A blank sell
      *rate takes the currency off the counter. Supervisor work,
      *audited like every other rate change
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETNOTE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS E-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-DEFAULT-CURRENCY PIC X(3) VALUE SPACES.
      *The note rates this call sets, zero = off the counter
       01 WS-NOTE-RATES.
           05 WS-NOTE-MAN PIC 9(6) VALUE 0.
           05 WS-NOTE-EXP PIC S9 VALUE 0.
           05 WS-NOTE-BUY-MAN PIC 9(6) VALUE 0.
           05 WS-NOTE-BUY-EXP PIC S9 VALUE 0.
       01 WS-REORDER-LEVEL PIC 9(11)V9(4).
       01 WS-ORDER-TARGET PIC 9(11)V9(4).
      *Each rate as a plain number for the width test. The power is
      *worked into its own field first, as ROUND-ONE-AMOUNT does
       01 WS-RATE-COMPARE.
           05 WS-RC-EXP PIC S9.
           05 WS-RC-MAN PIC 9(6).
           05 WS-RC-FACTOR PIC 9(9)V9(9).
           05 WS-RC-VALUE PIC 9(9)V9(9).
           05 WS-TRANSFER-SELL PIC 9(9)V9(9).
           05 WS-TRANSFER-BUY PIC 9(9)V9(9).
           05 WS-NOTE-SELL-VALUE PIC 9(9)V9(9).
           05 WS-NOTE-BUY-VALUE PIC 9(9)V9(9).
      *Note rates before/after as mantissa and exponent, for the
      *audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(2) VALUE 'S='.
           05 WS-AB-MAN PIC Z(5)9.
           05 FILLER PIC X(1) VALUE 'E'.
           05 WS-AB-EXP PIC -9.
           05 FILLER PIC X(3) VALUE ' B='.
           05 WS-AB-BUY-MAN PIC Z(5)9.
           05 FILLER PIC X(1) VALUE 'E'.
           05 WS-AB-BUY-EXP PIC -9.
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(2) VALUE 'S='.
           05 WS-AA-MAN PIC Z(5)9.
           05 FILLER PIC X(1) VALUE 'E'.
           05 WS-AA-EXP PIC -9.
           05 FILLER PIC X(3) VALUE ' B='.
           05 WS-AA-BUY-MAN PIC Z(5)9.
           05 FILLER PIC X(1) VALUE 'E'.
           05 WS-AA-BUY-EXP PIC -9.
      *Using PARM='...' limits me to one currency a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Bank-sells-notes rate, spaces = take the currency off the
      *counter (the buy side is then ignored)
               10 ARG-SELL-BASE PIC XXXXXX.
               10 ARG-SELL-EXP  PIC XX.
      *Bank-buys-notes rate
               10 ARG-BUY-BASE PIC XXXXXX.
               10 ARG-BUY-EXP  PIC XX.
      *Stock levels in the currency's own units. Spaces = leave the
      *existing level alone
               10 ARG-REORDER-LEVEL PIC X(12)XX(4).
               10 ARG-ORDER-TARGET PIC X(12)XX(4).
               10 ARG-KEY PIC X(3).
      *Teller/system ID making this change, for the audit trail
               10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID.
      *Rate changes are supervisor work
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-SELL-BASE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(ARG-SELL-BASE) NOT = 0
                    OR FUNCTION TEST-NUMVAL(ARG-SELL-EXP) NOT = 0
                    OR FUNCTION TEST-NUMVAL(ARG-BUY-BASE) NOT = 0
                    OR FUNCTION TEST-NUMVAL(ARG-BUY-EXP) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Note rates are not valid numbers"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-NOTE-MAN = FUNCTION NUMVAL(ARG-SELL-BASE)
              COMPUTE WS-NOTE-EXP = FUNCTION NUMVAL(ARG-SELL-EXP)
              COMPUTE WS-NOTE-BUY-MAN = FUNCTION NUMVAL(ARG-BUY-BASE)
              COMPUTE WS-NOTE-BUY-EXP = FUNCTION NUMVAL(ARG-BUY-EXP)
              IF WS-NOTE-MAN = 0 OR WS-NOTE-BUY-MAN = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Note rates must not be zero"'
                 DISPLAY '}'
                 GOBACK
              END-IF
           END-IF
           IF (ARG-REORDER-LEVEL NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-REORDER-LEVEL) NOT = 0)
                 OR (ARG-ORDER-TARGET NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-ORDER-TARGET) NOT = 0)
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Stock level is not a valid number"'
              DISPLAY '}'
              GOBACK
           END-IF
      *The default currency is what every note is priced against -
      *it has no note rate of its own
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                 MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CURRENCY
              END-IF
           END-IF
           CLOSE STATS
           IF ARG-KEY = WS-DEFAULT-CURRENCY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"The default currency takes no note '
                 'rate"'
              DISPLAY '}'
              GOBACK
           END-IF.
       OPEN-FILE.
           OPEN I-O EXCHANGE-RATES
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Exchange file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE ARG-KEY TO E-KEY
           READ EXCHANGE-RATES RECORD KEY E-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Currency not on the exchange file"'
              DISPLAY '}'
              CLOSE EXCHANGE-RATES
              GOBACK
           END-READ
      *Records from before the note fields existed carry garbage
      *there - read them as not traded, no levels set
           IF E-NOTE-MAN NOT NUMERIC OR E-NOTE-EXP NOT NUMERIC
                 OR E-NOTE-BUY-MAN NOT NUMERIC
                 OR E-NOTE-BUY-EXP NOT NUMERIC
              MOVE 0 TO E-NOTE-MAN
              MOVE 0 TO E-NOTE-EXP
              MOVE 0 TO E-NOTE-BUY-MAN
              MOVE 0 TO E-NOTE-BUY-EXP
           END-IF
           IF E-NOTE-REORDER-LEVEL NOT NUMERIC
              MOVE 0 TO E-NOTE-REORDER-LEVEL
           END-IF
           IF E-NOTE-ORDER-TARGET NOT NUMERIC
              MOVE 0 TO E-NOTE-ORDER-TARGET
           END-IF
           IF WS-NOTE-MAN > 0
              PERFORM CHECK-NOTE-SPREAD
              IF WS-NOTE-SELL-VALUE > WS-TRANSFER-SELL
                    OR WS-NOTE-BUY-VALUE < WS-TRANSFER-BUY
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Note rates are narrower than the '
                    'transfer rates"'
                 DISPLAY '}'
                 CLOSE EXCHANGE-RATES
                 GOBACK
              END-IF
           END-IF
           MOVE E-NOTE-REORDER-LEVEL TO WS-REORDER-LEVEL
           MOVE E-NOTE-ORDER-TARGET TO WS-ORDER-TARGET
           IF ARG-REORDER-LEVEL NOT = SPACES
              COMPUTE WS-REORDER-LEVEL
                 = FUNCTION NUMVAL(ARG-REORDER-LEVEL)
           END-IF
           IF ARG-ORDER-TARGET NOT = SPACES
              COMPUTE WS-ORDER-TARGET
                 = FUNCTION NUMVAL(ARG-ORDER-TARGET)
           END-IF
      *An order has to leave the branch above the level that
      *triggered it
           IF WS-ORDER-TARGET > 0
                 AND WS-ORDER-TARGET <= WS-REORDER-LEVEL
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Order target must be above the '
                 'reorder level"'
              DISPLAY '}'
              CLOSE EXCHANGE-RATES
              GOBACK
           END-IF
           MOVE E-NOTE-MAN TO WS-AB-MAN
           MOVE E-NOTE-EXP TO WS-AB-EXP
           MOVE E-NOTE-BUY-MAN TO WS-AB-BUY-MAN
           MOVE E-NOTE-BUY-EXP TO WS-AB-BUY-EXP
           MOVE WS-NOTE-MAN TO E-NOTE-MAN
           MOVE WS-NOTE-EXP TO E-NOTE-EXP
           MOVE WS-NOTE-BUY-MAN TO E-NOTE-BUY-MAN
           MOVE WS-NOTE-BUY-EXP TO E-NOTE-BUY-EXP
           MOVE WS-REORDER-LEVEL TO E-NOTE-REORDER-LEVEL
           MOVE WS-ORDER-TARGET TO E-NOTE-ORDER-TARGET
           REWRITE E-RECORD
           IF WS-FILE-STATUS = '00'
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Exchange file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
           END-IF
           CLOSE EXCHANGE-RATES
           GOBACK.
      *Both sides of both rates as plain foreign-units-per-default-
      *unit numbers, so the note spread can be held against the
      *transfer spread whatever exponents they were keyed with
       CHECK-NOTE-SPREAD.
           MOVE E-MAN TO WS-RC-MAN
           MOVE E-EXP TO WS-RC-EXP
           PERFORM RATE-AS-VALUE
           MOVE WS-RC-VALUE TO WS-TRANSFER-SELL
           MOVE E-BUY-MAN TO WS-RC-MAN
           MOVE E-BUY-EXP TO WS-RC-EXP
           PERFORM RATE-AS-VALUE
           MOVE WS-RC-VALUE TO WS-TRANSFER-BUY
           MOVE WS-NOTE-MAN TO WS-RC-MAN
           MOVE WS-NOTE-EXP TO WS-RC-EXP
           PERFORM RATE-AS-VALUE
           MOVE WS-RC-VALUE TO WS-NOTE-SELL-VALUE
           MOVE WS-NOTE-BUY-MAN TO WS-RC-MAN
           MOVE WS-NOTE-BUY-EXP TO WS-RC-EXP
           PERFORM RATE-AS-VALUE
           MOVE WS-RC-VALUE TO WS-NOTE-BUY-VALUE.
       RATE-AS-VALUE.
           COMPUTE WS-RC-FACTOR = 10 ** WS-RC-EXP
           COMPUTE WS-RC-VALUE = WS-RC-MAN * WS-RC-FACTOR.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as SETEXCH
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETNOTE' TO AU-PROGRAM
           MOVE ARG-KEY TO AU-TARGET
           MOVE WS-NOTE-MAN TO WS-AA-MAN
           MOVE WS-NOTE-EXP TO WS-AA-EXP
           MOVE WS-NOTE-BUY-MAN TO WS-AA-BUY-MAN
           MOVE WS-NOTE-BUY-EXP TO WS-AA-BUY-EXP
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
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
      *A live SIGNON session must stand behind the id
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
           MOVE 'SETNOTE' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
