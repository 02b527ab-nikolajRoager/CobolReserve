      *Foreign note counter: a walk-in customer, no account needed,
      *hands the teller notes in one currency and is paid out in
      *another. The notes taken in are bought at their currency's
      *note buy rate and the notes paid out sold at the note sell
      *rate, crossing through the default currency when neither side
      *is it; the payout is cut down to the paying currency's minor
      *units, never rounded up. At or above STATFILE's identity
      *threshold the customer's identity document must be given and
      *goes on the journal with the exchange. The teller must have a
      *drawer signed out for the day - the cash is theirs to prove at
      *DRAWEOD, and their branch's at VAULTEOD
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTEXCH.
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
           FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT CASH-DRAWERS ASSIGN TO DRAWERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DW-FILE-STATUS.
           SELECT NOTE-JOURNAL ASSIGN TO NOTEJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NX-KEY
           FILE STATUS IS WS-NX-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  CASH-DRAWERS DATA RECORD IS DW-RECORD.
       COPY drawrec.
       FD  NOTE-JOURNAL DATA RECORD IS NX-RECORD.
       COPY notejrnl.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-DW-FILE-STATUS PIC XX.
       01 WS-NX-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC 9(6).
       01 WS-WRITTEN PIC X.
       01 WS-DEFAULT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-ID-THRESHOLD PIC 9(11)V9(4) VALUE 1000.
       01 WS-BRANCH PIC X(4).
      *One leg's lookup: the currency going in, what came back
       01 WS-LEG.
           05 WS-LEG-CURRENCY PIC X(3).
      *B = the bank buys these notes, S = it sells them
           05 WS-LEG-SIDE PIC X(1).
      *Y = tradeable here, N = not on file/delisted, R = no note rate
           05 WS-LEG-OK PIC X(1).
           05 WS-LEG-MAN PIC 9(6).
           05 WS-LEG-EXP PIC S9.
           05 WS-LEG-MINOR PIC 9(1).
           05 WS-LEG-MAX-TXN PIC 9(11)V9(4).
      *The exchange itself
       01 WS-EXCHANGE.
           05 WS-IN-AMOUNT PIC 9(11)V9(4).
           05 WS-IN-MAN PIC 9(6) VALUE 0.
           05 WS-IN-EXP PIC S9 VALUE 0.
           05 WS-OUT-MAN PIC 9(6) VALUE 0.
           05 WS-OUT-EXP PIC S9 VALUE 0.
           05 WS-OUT-MINOR PIC 9(1) VALUE 2.
           05 WS-DEFAULT-VALUE PIC 9(11)V9(4).
           05 WS-OUT-AMOUNT PIC 9(11)V9(4).
      *The power of ten is worked into its own field first - an
      *inline 10 ** variable inside a larger expression truncates to
      *zero under this dialect's intermediate rules
       01 WS-RATE-FACTOR PIC 9(9)V9(9).
       01 WS-ROUND-FACTOR PIC 9(5).
       01 WS-ROUND-SCALED PIC 9(15).
       01 WS-ID-NAME PIC X(30).
       01 WS-ID-GIVEN PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *Using PARM='...' limits me to one exchange a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-LENGTH PIC S9(4) COMP.
      *The notes the customer hands over, in ARG-IN-CURRENCY
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-IN-CURRENCY PIC X(3).
           05 ARG-OUT-CURRENCY PIC X(3).
           05 ARG-TELLER-ID PIC X(8).
      *The customer's identity document, spaces when none was taken.
      *P = passport, N = national identity card, D = driving licence
           05 ARG-ID-TYPE PIC X(1).
           05 ARG-ID-COUNTRY PIC X(2).
           05 ARG-ID-NUMBER PIC X(20).
           05 ARG-ID-NAME PIC X(30).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 53.
           MOVE SPACES TO WS-ID-NAME
           IF ARG-LENGTH > 30
              MOVE 30 TO ARG-LENGTH
           END-IF
           IF ARG-LENGTH > 0
              MOVE ARG-ID-NAME(1:ARG-LENGTH) TO WS-ID-NAME
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount is not a valid number"'
              DISPLAY '}'
              GOBACK
           END-IF
           COMPUTE WS-IN-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
           IF WS-IN-AMOUNT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount must be above zero"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-IN-CURRENCY = ARG-OUT-CURRENCY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Nothing to exchange - both sides are '
                 'the same currency"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW
           PERFORM READ-SETTINGS.
       CHECK-DRAWER.
      *The cash has to land in somebody's drawer for the day
           OPEN INPUT CASH-DRAWERS
           IF WS-DW-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Drawer file error ' WS-DW-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE CASH-DRAWERS
              GOBACK
           END-IF
           MOVE ARG-TELLER-ID TO DW-TELLER-ID
           MOVE WS-TODAY TO DW-DATE
           READ CASH-DRAWERS RECORD KEY DW-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No drawer signed out to this teller '
                 'today"'
              DISPLAY '}'
              CLOSE CASH-DRAWERS
              GOBACK
           END-READ
           MOVE DW-BRANCH TO WS-BRANCH
           CLOSE CASH-DRAWERS.
       GET-RATES.
           OPEN INPUT EXCHANGE-RATES
           IF WS-E-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Exchange file error '
                 WS-E-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE EXCHANGE-RATES
              GOBACK
           END-IF
      *The notes coming in, bought off the customer
           MOVE ARG-IN-CURRENCY TO WS-LEG-CURRENCY
           MOVE 'B' TO WS-LEG-SIDE
           PERFORM GET-LEG-RATE
           IF WS-LEG-OK NOT = 'Y'
              PERFORM REFUSE-LEG
              CLOSE EXCHANGE-RATES
              GOBACK
           END-IF
           IF WS-LEG-MAX-TXN > 0 AND WS-IN-AMOUNT > WS-LEG-MAX-TXN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount exceeds currency limit"'
              DISPLAY '}'
              CLOSE EXCHANGE-RATES
              GOBACK
           END-IF
           MOVE WS-LEG-MAN TO WS-IN-MAN
           MOVE WS-LEG-EXP TO WS-IN-EXP
      *The notes going out, sold to the customer
           MOVE ARG-OUT-CURRENCY TO WS-LEG-CURRENCY
           MOVE 'S' TO WS-LEG-SIDE
           PERFORM GET-LEG-RATE
           IF WS-LEG-OK NOT = 'Y'
              PERFORM REFUSE-LEG
              CLOSE EXCHANGE-RATES
              GOBACK
           END-IF
           MOVE WS-LEG-MAN TO WS-OUT-MAN
           MOVE WS-LEG-EXP TO WS-OUT-EXP
           MOVE WS-LEG-MINOR TO WS-OUT-MINOR
           CLOSE EXCHANGE-RATES.
       CONVERT-NOTES.
      *Rates are foreign units per one default unit, so the notes
      *coming in divide down to the default currency and the default
      *value multiplies up into the notes going out
           IF ARG-IN-CURRENCY = WS-DEFAULT-CURRENCY
              MOVE WS-IN-AMOUNT TO WS-DEFAULT-VALUE
           ELSE
              COMPUTE WS-RATE-FACTOR = 10 ** WS-IN-EXP
              COMPUTE WS-DEFAULT-VALUE ROUNDED
                 = WS-IN-AMOUNT / WS-IN-MAN / WS-RATE-FACTOR
           END-IF
           IF ARG-OUT-CURRENCY = WS-DEFAULT-CURRENCY
              MOVE WS-DEFAULT-VALUE TO WS-OUT-AMOUNT
           ELSE
              COMPUTE WS-RATE-FACTOR = 10 ** WS-OUT-EXP
              COMPUTE WS-OUT-AMOUNT
                 = WS-DEFAULT-VALUE * WS-OUT-MAN * WS-RATE-FACTOR
           END-IF
      *Paid out in what the paying currency can actually be counted
      *in - the fraction below its minor unit stays with the bank
           COMPUTE WS-ROUND-FACTOR = 10 ** WS-OUT-MINOR
           COMPUTE WS-ROUND-SCALED = WS-OUT-AMOUNT * WS-ROUND-FACTOR
           COMPUTE WS-OUT-AMOUNT = WS-ROUND-SCALED / WS-ROUND-FACTOR
           IF WS-OUT-AMOUNT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount too small to exchange"'
              DISPLAY '}'
              GOBACK
           END-IF.
       CHECK-IDENTITY.
           IF ARG-ID-TYPE NOT = SPACES
              MOVE 'Y' TO WS-ID-GIVEN
              IF (ARG-ID-TYPE NOT = 'P' AND NOT = 'N' AND NOT = 'D')
                    OR ARG-ID-COUNTRY = SPACES
                    OR ARG-ID-NUMBER = SPACES
                    OR WS-ID-NAME = SPACES
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Identity document incomplete"'
                 DISPLAY '}'
                 GOBACK
              END-IF
           END-IF
           IF WS-ID-THRESHOLD > 0
                 AND WS-DEFAULT-VALUE >= WS-ID-THRESHOLD
                 AND WS-ID-GIVEN = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Identity document required at this '
                 'amount"'
              DISPLAY '}'
              GOBACK
           END-IF.
       WRITE-JOURNAL.
           OPEN I-O NOTE-JOURNAL
           IF WS-NX-FILE-STATUS = '35'
              OPEN OUTPUT NOTE-JOURNAL
              CLOSE NOTE-JOURNAL
              OPEN I-O NOTE-JOURNAL
           END-IF
           IF WS-NX-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Note journal error '
                 WS-NX-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE NOTE-JOURNAL
              GOBACK
           END-IF
           MOVE WS-BRANCH TO NX-BRANCH
           MOVE WS-TODAY TO NX-DATE
           MOVE 1 TO NX-SEQ
           MOVE ARG-TELLER-ID TO NX-TELLER-ID
           MOVE WS-NOW TO NX-TIME
           MOVE ARG-IN-CURRENCY TO NX-IN-CURRENCY
           MOVE WS-IN-AMOUNT TO NX-IN-AMOUNT
           MOVE ARG-OUT-CURRENCY TO NX-OUT-CURRENCY
           MOVE WS-OUT-AMOUNT TO NX-OUT-AMOUNT
           MOVE WS-IN-MAN TO NX-IN-RATE-MAN
           MOVE WS-IN-EXP TO NX-IN-RATE-EXP
           MOVE WS-OUT-MAN TO NX-OUT-RATE-MAN
           MOVE WS-OUT-EXP TO NX-OUT-RATE-EXP
           MOVE WS-DEFAULT-VALUE TO NX-DEFAULT-VALUE
           MOVE ARG-ID-TYPE TO NX-ID-TYPE
           MOVE ARG-ID-COUNTRY TO NX-ID-COUNTRY
           MOVE ARG-ID-NUMBER TO NX-ID-NUMBER
           MOVE WS-ID-NAME TO NX-ID-NAME
      *Walk the day's sequence forward until the exchange lands
           MOVE 'N' TO WS-WRITTEN
           PERFORM TRY-WRITE-EXCHANGE UNTIL WS-WRITTEN = 'Y'
           IF WS-NX-FILE-STATUS NOT = '00' AND NOT = '02'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Note journal error '
                 WS-NX-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE NOTE-JOURNAL
              GOBACK
           END-IF
           CLOSE NOTE-JOURNAL
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Reference":"' NX-KEY '",'
           DISPLAY '  "Branch":"' WS-BRANCH '",'
           MOVE WS-IN-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "PaidIn":' WS-AMOUNT-EDIT ','
           DISPLAY '  "InCurrency":"' ARG-IN-CURRENCY '",'
           MOVE WS-OUT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "PaidOut":' WS-AMOUNT-EDIT ','
           DISPLAY '  "OutCurrency":"' ARG-OUT-CURRENCY '",'
           MOVE WS-DEFAULT-VALUE TO WS-AMOUNT-EDIT
           DISPLAY '  "DefaultValue":' WS-AMOUNT-EDIT ','
           DISPLAY '  "IdentityTaken":"' WS-ID-GIVEN '"'
           DISPLAY '}'
           GOBACK.
       TRY-WRITE-EXCHANGE.
           WRITE NX-RECORD
           INVALID KEY
              ADD 1 TO NX-SEQ
           NOT INVALID KEY
              MOVE 'Y' TO WS-WRITTEN
           END-WRITE
           IF WS-NX-FILE-STATUS NOT = '00' AND NOT = '97'
                 AND NOT = '22' AND NOT = '02'
              MOVE 'Y' TO WS-WRITTEN
           END-IF.
      *Default currency, and the identity threshold with its default
      *when STATFILE does not set one
       READ-SETTINGS.
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                 MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CURRENCY
                 IF FUNCTION TEST-NUMVAL(S-NOTE-ID-THRESHOLD) = 0
                    COMPUTE WS-ID-THRESHOLD
                       = FUNCTION NUMVAL(S-NOTE-ID-THRESHOLD)
                 END-IF
              END-IF
           END-IF
           CLOSE STATS.
      *One leg's rate off the exchange file. The default currency
      *needs none, only its minor units. A foreign currency must be
      *listed and carry note rates - the bank's side decides which
       GET-LEG-RATE.
           MOVE 'Y' TO WS-LEG-OK
           MOVE 0 TO WS-LEG-MAN
           MOVE 0 TO WS-LEG-EXP
           MOVE 2 TO WS-LEG-MINOR
           MOVE 0 TO WS-LEG-MAX-TXN
           MOVE WS-LEG-CURRENCY TO E-KEY
           READ EXCHANGE-RATES RECORD KEY E-KEY
           INVALID KEY
              IF WS-LEG-CURRENCY NOT = WS-DEFAULT-CURRENCY
                 MOVE 'N' TO WS-LEG-OK
              END-IF
           NOT INVALID KEY
              IF E-MINOR-UNITS NUMERIC
                 MOVE E-MINOR-UNITS TO WS-LEG-MINOR
              END-IF
              IF WS-LEG-CURRENCY NOT = WS-DEFAULT-CURRENCY
                 PERFORM TAKE-NOTE-RATE
              END-IF
           END-READ.
       TAKE-NOTE-RATE.
           IF E-IS-INACTIVE
              MOVE 'N' TO WS-LEG-OK
           END-IF
           MOVE E-MAX-TXN-AMOUNT TO WS-LEG-MAX-TXN
      *Records from before note rates carry garbage there and are
      *left at zero - not traded
           IF E-NOTE-MAN NUMERIC AND E-NOTE-EXP NUMERIC
                 AND E-NOTE-BUY-MAN NUMERIC
                 AND E-NOTE-BUY-EXP NUMERIC
              IF WS-LEG-SIDE = 'B'
                 MOVE E-NOTE-BUY-MAN TO WS-LEG-MAN
                 MOVE E-NOTE-BUY-EXP TO WS-LEG-EXP
              ELSE
                 MOVE E-NOTE-MAN TO WS-LEG-MAN
                 MOVE E-NOTE-EXP TO WS-LEG-EXP
              END-IF
           END-IF
           IF WS-LEG-MAN = 0 AND WS-LEG-OK = 'Y'
              MOVE 'R' TO WS-LEG-OK
           END-IF.
       REFUSE-LEG.
           DISPLAY '{'
           DISPLAY '  "success":0,'
           IF WS-LEG-OK = 'R'
              DISPLAY '  "error":"' WS-LEG-CURRENCY
                 ' is not traded as notes"'
           ELSE
              DISPLAY '  "error":"' WS-LEG-CURRENCY
                 ' is not a supported currency"'
           END-IF
           DISPLAY '}'.
