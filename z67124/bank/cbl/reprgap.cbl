      *Monthly interest-rate repricing gap, for treasury. Puts every
      *rate-sensitive asset and liability into the time band in which
      *its rate next changes, per currency:
      *  - a variable loan reprices whenever SETBASE moves its
      *    LN-INDEX-CODE, so all of it is overnight
      *  - a fixed loan reprices only as its principal comes back,
      *    so each unpaid LOANSCHD row's principal goes in the band
      *    of its due date (overdue = overnight), and whatever the
      *    rows do not account for of LN-OUTSTANDING in the band of
      *    the last row
      *  - a term deposit reprices at TD-MATURITY-DATE
      *  - checking and savings balances float: credit balances are
      *    overnight liabilities, overdrawn ones overnight assets.
      *    Customers' accounts only - the pools behind the loans and
      *    deposits are counted through those, not again here
      *The bands are overnight, to 1 month, to 3 months, to 1 year,
      *to 5 years and beyond. The gap in each is assets less
      *liabilities, and the one-year earnings effect of a parallel
      *shock is each band's gap repriced for the rest of the year
      *from its midpoint - the STATFILE shocks, per currency and in
      *total at the stored rates the way CBSTAT converts. Spooled
      *for the ALCO pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    REPRGAP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
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
           SELECT TERM-DEPOSITS ASSIGN TO TERMDEP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-KEY
              FILE STATUS IS WS-TD-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool - the material lines land in the dated repository
           SELECT REPORT-SPOOL ASSIGN TO SPOOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SP-KEY
              FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SPC-KEY
              FILE STATUS IS WS-SPC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  TERM-DEPOSITS DATA RECORD IS TD-RECORD.
       COPY termrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X.
       01 WS-LS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-ITEM-START PIC X.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-DEFAULT-CCY PIC X(3).
       01 WS-ITEM-AMOUNT PIC S9(12)V9(4).
       01 WS-ITEM-CCY PIC X(3).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
       01 WS-BP-EDIT PIC -ZZZ9.
      *The band an item falls in, from the date its rate next moves
       01 WS-REPRICE-DATE PIC 9(8).
       01 WS-DAYS-OUT PIC S9(8).
       01 WS-BAND PIC 9(1).
      *A = asset, L = liability
       01 WS-SIDE PIC X(1).
      *A fixed loan's unpaid rows, and the band of its last one
       01 WS-ROWS-PRINCIPAL PIC S9(12)V9(4).
       01 WS-LAST-DUE PIC 9(8).
      *Band names and the share of a year a band's gap reprices for
      *after the shock, counted from its midpoint: overnight the
      *whole year, to 1 month from half a month, to 3 months from two
      *months, to a year from seven and a half months. Gaps beyond a
      *year do not reprice inside it
       01 WS-BAND-NAMES.
           05 FILLER PIC X(10) VALUE 'OVERNIGHT '.
           05 FILLER PIC X(10) VALUE 'TO 1 MONTH'.
           05 FILLER PIC X(10) VALUE 'TO 3 MONTH'.
           05 FILLER PIC X(10) VALUE 'TO 1 YEAR '.
           05 FILLER PIC X(10) VALUE 'TO 5 YEARS'.
           05 FILLER PIC X(10) VALUE 'OVER 5 YRS'.
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME PIC X(10) OCCURS 6 TIMES.
       01 WS-BAND-WEIGHTS.
           05 FILLER PIC 9V9999 VALUE 1.0000.
           05 FILLER PIC 9V9999 VALUE 0.9583.
           05 FILLER PIC 9V9999 VALUE 0.8333.
           05 FILLER PIC 9V9999 VALUE 0.3750.
           05 FILLER PIC 9V9999 VALUE 0.
           05 FILLER PIC 9V9999 VALUE 0.
       01 WS-BAND-WEIGHT-TABLE REDEFINES WS-BAND-WEIGHTS.
           05 WS-BAND-WEIGHT PIC 9V9999 OCCURS 6 TIMES.
      *The shocks in basis points, from STATFILE
       01 WS-SHOCK-COUNT PIC 9(1) VALUE 0.
       01 WS-SHOCK-BP PIC S9(4) OCCURS 4 TIMES.
       01 WS-SHOCK-TOTAL PIC S9(13)V9(4) OCCURS 4 TIMES.
       01 WS-SX PIC 9(1).
       01 WS-SLOT-TEXT PIC X(5).
      *Assets and liabilities by currency and band
       01 WS-CCY-TABLE.
           05 WS-CY-COUNT PIC 9(2) VALUE 0.
           05 WS-CY-ENTRY OCCURS 30 TIMES.
               10 WS-CY-CODE PIC X(3).
               10 WS-CY-ASSETS PIC S9(13)V9(4) OCCURS 6 TIMES.
               10 WS-CY-LIABS PIC S9(13)V9(4) OCCURS 6 TIMES.
       01 WS-CX PIC 9(2).
       01 WS-CY-SLOT PIC 9(2).
       01 WS-BX PIC 9(1).
       01 WS-CCY-DROPPED PIC 9(6) VALUE 0.
      *One currency's figures as they print
       01 WS-GAP PIC S9(13)V9(4).
       01 WS-CUMULATIVE-GAP PIC S9(13)V9(4).
       01 WS-NII-EFFECT PIC S9(13)V9(4).
       01 WS-SPOOL-ROW.
           05 WS-SR-CCY PIC X(3).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-BAND PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-ASSETS PIC -Z(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-LIABS PIC -Z(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-GAP PIC -Z(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-CUMULATIVE PIC -Z(12)9.99.
       01 WS-SPOOL-SHOCK.
           05 WS-SS-CCY PIC X(3).
           05 FILLER PIC X(7) VALUE ' SHOCK '.
           05 WS-SS-BP PIC -ZZZ9.
           05 FILLER PIC X(4) VALUE ' BP '.
           05 WS-SS-EFFECT PIC -Z(12)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-SETTINGS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT LOAN-MASTER
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT TERM-DEPOSITS
           OPEN INPUT EXCHANGE-RATES

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM BAND-ONE-ACCOUNT UNTIL WS-EOF = 'Y'

           MOVE 'Y' TO WS-EOF
           IF WS-LN-FILE-STATUS = '00' OR WS-LN-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO LN-KEY
              START LOAN-MASTER KEY IS >= LN-KEY
              IF WS-LN-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM BAND-ONE-LOAN UNTIL WS-EOF = 'Y'

           MOVE 'Y' TO WS-EOF
           IF WS-TD-FILE-STATUS = '00' OR WS-TD-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO TD-KEY
              START TERM-DEPOSITS KEY IS >= TD-KEY
              IF WS-TD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM BAND-ONE-DEPOSIT UNTIL WS-EOF = 'Y'

           PERFORM SPOOL-START
           MOVE 'REPRICING GAP BY CURRENCY' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE 0 TO WS-SX
           PERFORM CLEAR-ONE-SHOCK-TOTAL 4 TIMES
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-TODAY ','
           DISPLAY '  "Currencies":['
           MOVE 0 TO WS-CX
           PERFORM REPORT-ONE-CURRENCY WS-CY-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "TotalCurrency":"' WS-DEFAULT-CCY '",'
           DISPLAY '  "TotalShocks":['
           MOVE 'Y' TO WS-ITEM-START
           MOVE 0 TO WS-SX
           PERFORM REPORT-ONE-TOTAL-SHOCK WS-SHOCK-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "CurrenciesNotBanded":' WS-CCY-DROPPED
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE EXCHANGE-RATES
           CLOSE TERM-DEPOSITS
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE USER-ACCOUNTS
           GOBACK.
       GET-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO WS-DEFAULT-CCY
           MOVE SPACES TO S-RATE-SHOCKS
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              MOVE 0 TO WS-SX
              PERFORM READ-ONE-SHOCK 4 TIMES
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           IF WS-SHOCK-COUNT = 0
              MOVE 2 TO WS-SHOCK-COUNT
              MOVE 200 TO WS-SHOCK-BP(1)
              MOVE -200 TO WS-SHOCK-BP(2)
           END-IF.
       READ-ONE-SHOCK.
           ADD 1 TO WS-SX
           MOVE S-RATE-SHOCKS((WS-SX - 1) * 5 + 1:5) TO WS-SLOT-TEXT
           IF WS-SLOT-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-SLOT-TEXT) = 0
              ADD 1 TO WS-SHOCK-COUNT
              COMPUTE WS-SHOCK-BP(WS-SHOCK-COUNT)
                 = FUNCTION NUMVAL(WS-SLOT-TEXT)
           END-IF.
       CLEAR-ONE-SHOCK-TOTAL.
           ADD 1 TO WS-SX
           MOVE 0 TO WS-SHOCK-TOTAL(WS-SX).
      *Customers' own accounts only - an identity with no CUSTMAST
      *record is one of the bank's internal accounts
       BAND-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACT-BALANCE NOT = 0
                      PERFORM BAND-ACCOUNT
                   END-IF
           END-READ.
       BAND-ACCOUNT.
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO CU-NAME
           ELSE
              MOVE ACT-OWNER TO CU-NAME
           END-IF
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 1 TO WS-BAND
              MOVE ACT-CURRENCY TO WS-ITEM-CCY
              IF ACT-BALANCE > 0
                 MOVE 'L' TO WS-SIDE
                 MOVE ACT-BALANCE TO WS-ITEM-AMOUNT
              ELSE
                 MOVE 'A' TO WS-SIDE
                 COMPUTE WS-ITEM-AMOUNT = 0 - ACT-BALANCE
              END-IF
              PERFORM ADD-TO-BAND
           END-READ.
       BAND-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN AND LN-OUTSTANDING > 0
                      PERFORM BAND-LOAN
                   END-IF
           END-READ.
       BAND-LOAN.
           MOVE 'A' TO WS-SIDE
           MOVE LN-CURRENCY TO WS-ITEM-CCY
           IF LN-IS-VARIABLE
              MOVE 1 TO WS-BAND
              MOVE LN-OUTSTANDING TO WS-ITEM-AMOUNT
              PERFORM ADD-TO-BAND
           ELSE
              MOVE 0 TO WS-ROWS-PRINCIPAL
              MOVE 0 TO WS-LAST-DUE
              MOVE 'Y' TO WS-LS-EOF
              IF WS-LS-FILE-STATUS = '00' OR WS-LS-FILE-STATUS = '97'
                    OR WS-LS-FILE-STATUS = '10'
                    OR WS-LS-FILE-STATUS = '23'
                 MOVE 'N' TO WS-LS-EOF
                 MOVE LN-ACCOUNT TO LS-ACCOUNT
                 MOVE LN-SEQ TO LS-LOAN-SEQ
                 MOVE 0 TO LS-NUM
                 START LOAN-SCHEDULE KEY IS >= LS-KEY
                 IF WS-LS-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-LS-EOF
                 END-IF
              END-IF
              PERFORM BAND-ONE-ROW UNTIL WS-LS-EOF = 'Y'
      *What the rows do not account for goes with the last of them,
      *or at the contract's end when there are no rows at all
              IF WS-LAST-DUE = 0 AND LN-OPENED-DATE NUMERIC
                    AND LN-OPENED-DATE > 0
                 COMPUTE WS-LAST-DUE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(LN-OPENED-DATE)
                    + LN-TERM-MONTHS * 30)
              END-IF
              COMPUTE WS-ITEM-AMOUNT
                 = LN-OUTSTANDING - WS-ROWS-PRINCIPAL
              IF WS-ITEM-AMOUNT NOT = 0
                 MOVE WS-LAST-DUE TO WS-REPRICE-DATE
                 PERFORM PICK-BAND
                 MOVE LN-CURRENCY TO WS-ITEM-CCY
                 PERFORM ADD-TO-BAND
              END-IF
           END-IF.
       BAND-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-UNPAID
                         MOVE LS-DUE-DATE TO WS-REPRICE-DATE
                         MOVE LS-DUE-DATE TO WS-LAST-DUE
                         PERFORM PICK-BAND
                         MOVE LS-PRINCIPAL-PART TO WS-ITEM-AMOUNT
                         ADD LS-PRINCIPAL-PART TO WS-ROWS-PRINCIPAL
                         MOVE LN-CURRENCY TO WS-ITEM-CCY
                         PERFORM ADD-TO-BAND
                      END-IF
                   END-IF
           END-READ.
       BAND-ONE-DEPOSIT.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TD-IS-OPEN
                      MOVE 'L' TO WS-SIDE
                      MOVE TD-MATURITY-DATE TO WS-REPRICE-DATE
                      PERFORM PICK-BAND
                      MOVE TD-PRINCIPAL TO WS-ITEM-AMOUNT
                      MOVE TD-CURRENCY TO WS-ITEM-CCY
                      PERFORM ADD-TO-BAND
                   END-IF
           END-READ.
      *Anything already due reprices now
       PICK-BAND.
           IF WS-REPRICE-DATE NUMERIC AND WS-REPRICE-DATE > 0
              COMPUTE WS-DAYS-OUT
                 = FUNCTION INTEGER-OF-DATE(WS-REPRICE-DATE)
                 - WS-TODAY-INT
           ELSE
              MOVE 0 TO WS-DAYS-OUT
           END-IF
           EVALUATE TRUE
              WHEN WS-DAYS-OUT <= 1
                 MOVE 1 TO WS-BAND
              WHEN WS-DAYS-OUT <= 31
                 MOVE 2 TO WS-BAND
              WHEN WS-DAYS-OUT <= 92
                 MOVE 3 TO WS-BAND
              WHEN WS-DAYS-OUT <= 366
                 MOVE 4 TO WS-BAND
              WHEN WS-DAYS-OUT <= 1827
                 MOVE 5 TO WS-BAND
              WHEN OTHER
                 MOVE 6 TO WS-BAND
           END-EVALUATE.
       ADD-TO-BAND.
           MOVE 0 TO WS-CY-SLOT
           MOVE 0 TO WS-CX
           PERFORM FIND-CCY-SLOT WS-CY-COUNT TIMES
           IF WS-CY-SLOT = 0
              IF WS-CY-COUNT < 30
                 ADD 1 TO WS-CY-COUNT
                 MOVE WS-CY-COUNT TO WS-CY-SLOT
                 MOVE WS-ITEM-CCY TO WS-CY-CODE(WS-CY-SLOT)
                 MOVE 0 TO WS-BX
                 PERFORM CLEAR-ONE-BAND 6 TIMES
              ELSE
                 ADD 1 TO WS-CCY-DROPPED
              END-IF
           END-IF
           IF WS-CY-SLOT > 0
              IF WS-SIDE = 'A'
                 ADD WS-ITEM-AMOUNT
                    TO WS-CY-ASSETS(WS-CY-SLOT, WS-BAND)
              ELSE
                 ADD WS-ITEM-AMOUNT
                    TO WS-CY-LIABS(WS-CY-SLOT, WS-BAND)
              END-IF
           END-IF.
       FIND-CCY-SLOT.
           ADD 1 TO WS-CX
           IF WS-CY-CODE(WS-CX) = WS-ITEM-CCY
              MOVE WS-CX TO WS-CY-SLOT
           END-IF.
       CLEAR-ONE-BAND.
           ADD 1 TO WS-BX
           MOVE 0 TO WS-CY-ASSETS(WS-CY-SLOT, WS-BX)
           MOVE 0 TO WS-CY-LIABS(WS-CY-SLOT, WS-BX).
       REPORT-ONE-CURRENCY.
           ADD 1 TO WS-CX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Currency":"' WS-CY-CODE(WS-CX) '",'
           DISPLAY '    "Bands":['
           MOVE 'Y' TO WS-ITEM-START
           MOVE 0 TO WS-CUMULATIVE-GAP
           MOVE 0 TO WS-BX
           PERFORM REPORT-ONE-BAND 6 TIMES
           DISPLAY '    ],'
           DISPLAY '    "Shocks":['
           MOVE 'Y' TO WS-ITEM-START
           MOVE 0 TO WS-SX
           PERFORM REPORT-ONE-SHOCK WS-SHOCK-COUNT TIMES
           DISPLAY '    ]'
           DISPLAY '  }'.
       REPORT-ONE-BAND.
           ADD 1 TO WS-BX
           COMPUTE WS-GAP = WS-CY-ASSETS(WS-CX, WS-BX)
              - WS-CY-LIABS(WS-CX, WS-BX)
           ADD WS-GAP TO WS-CUMULATIVE-GAP
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           DISPLAY '      {'
           DISPLAY '        "Band":"' WS-BAND-NAME(WS-BX) '",'
           MOVE WS-CY-ASSETS(WS-CX, WS-BX) TO WS-AMOUNT-EDIT
           DISPLAY '        "Assets":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-LIABS(WS-CX, WS-BX) TO WS-AMOUNT-EDIT
           DISPLAY '        "Liabilities":' WS-AMOUNT-EDIT ','
           MOVE WS-GAP TO WS-AMOUNT-EDIT
           DISPLAY '        "Gap":' WS-AMOUNT-EDIT ','
           MOVE WS-CUMULATIVE-GAP TO WS-AMOUNT-EDIT
           DISPLAY '        "CumulativeGap":' WS-AMOUNT-EDIT
           DISPLAY '      }'
           MOVE WS-CY-CODE(WS-CX) TO WS-SR-CCY
           MOVE WS-BAND-NAME(WS-BX) TO WS-SR-BAND
           MOVE WS-CY-ASSETS(WS-CX, WS-BX) TO WS-SR-ASSETS
           MOVE WS-CY-LIABS(WS-CX, WS-BX) TO WS-SR-LIABS
           MOVE WS-GAP TO WS-SR-GAP
           MOVE WS-CUMULATIVE-GAP TO WS-SR-CUMULATIVE
           MOVE WS-SPOOL-ROW TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *One shock's one-year effect on this currency, added into the
      *converted bank-wide total as well
       REPORT-ONE-SHOCK.
           ADD 1 TO WS-SX
           MOVE 0 TO WS-NII-EFFECT
           MOVE 0 TO WS-BX
           PERFORM PRICE-ONE-BAND 4 TIMES
           MOVE WS-NII-EFFECT TO WS-ITEM-AMOUNT
           MOVE WS-CY-CODE(WS-CX) TO WS-ITEM-CCY
           PERFORM CONVERT-TO-DEFAULT
           ADD WS-ITEM-AMOUNT TO WS-SHOCK-TOTAL(WS-SX)
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           MOVE WS-SHOCK-BP(WS-SX) TO WS-BP-EDIT
           MOVE WS-NII-EFFECT TO WS-AMOUNT-EDIT
           DISPLAY '      {"ShockBp":' WS-BP-EDIT
              ',"EarningsEffect":' WS-AMOUNT-EDIT '}'
           MOVE WS-CY-CODE(WS-CX) TO WS-SS-CCY
           MOVE WS-SHOCK-BP(WS-SX) TO WS-SS-BP
           MOVE WS-NII-EFFECT TO WS-SS-EFFECT
           MOVE WS-SPOOL-SHOCK TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
       PRICE-ONE-BAND.
           ADD 1 TO WS-BX
           COMPUTE WS-NII-EFFECT ROUNDED = WS-NII-EFFECT
              + (WS-CY-ASSETS(WS-CX, WS-BX)
                 - WS-CY-LIABS(WS-CX, WS-BX))
              * WS-SHOCK-BP(WS-SX) / 10000
              * WS-BAND-WEIGHT(WS-BX).
       REPORT-ONE-TOTAL-SHOCK.
           ADD 1 TO WS-SX
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           MOVE WS-SHOCK-BP(WS-SX) TO WS-BP-EDIT
           MOVE WS-SHOCK-TOTAL(WS-SX) TO WS-AMOUNT-EDIT
           DISPLAY '    {"ShockBp":' WS-BP-EDIT
              ',"EarningsEffect":' WS-AMOUNT-EDIT '}'
           MOVE 'ALL' TO WS-SS-CCY
           MOVE WS-SHOCK-BP(WS-SX) TO WS-SS-BP
           MOVE WS-SHOCK-TOTAL(WS-SX) TO WS-SS-EFFECT
           MOVE WS-SPOOL-SHOCK TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Convert WS-ITEM-AMOUNT from WS-ITEM-CCY to default at the
      *stored sell-side rate, same walk the other extracts use. An
      *unknown currency keeps face value rather than dropping out
       CONVERT-TO-DEFAULT.
           IF WS-ITEM-CCY = WS-DEFAULT-CCY
              CONTINUE
           ELSE
              MOVE WS-ITEM-CCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              NOT INVALID KEY
                 COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                 COMPUTE WS-ITEM-AMOUNT ROUNDED
                    = WS-ITEM-AMOUNT / E-MAN
                 COMPUTE WS-ITEM-AMOUNT ROUNDED
                    = WS-ITEM-AMOUNT / WS-EXP-FACTOR
              END-READ
           END-IF.
      *Spool plumbing, shared shape across the report programs
       SPOOL-START.
           MOVE 'Y' TO WS-SPOOL-OK
           MOVE 0 TO WS-SPOOL-LINE-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-DATE
           OPEN I-O REPORT-SPOOL
           IF WS-SP-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-SPOOL
              CLOSE REPORT-SPOOL
              OPEN I-O REPORT-SPOOL
           END-IF
           OPEN I-O REPORT-CATALOG
           IF WS-SPC-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-CATALOG
              CLOSE REPORT-CATALOG
              OPEN I-O REPORT-CATALOG
           END-IF
           IF (WS-SP-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-SPC-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'N' TO WS-SPOOL-OK
           END-IF.
       SPOOL-LINE.
           IF WS-SPOOL-OK = 'Y'
              ADD 1 TO WS-SPOOL-LINE-NO
              MOVE 'REPRGAP' TO SP-REPORT
              MOVE WS-SPOOL-DATE TO SP-DATE
              MOVE WS-SPOOL-LINE-NO TO SP-LINE-NO
              MOVE WS-SPOOL-LINE TO SP-LINE
              WRITE SP-RECORD
              INVALID KEY
                 REWRITE SP-RECORD
              END-WRITE
           END-IF.
       SPOOL-FINISH.
           IF WS-SPOOL-OK = 'Y'
              MOVE 'REPRGAP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'REPRGAP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
