      *Monthly report for finance of the card rewards points still
      *outstanding - the liability the bank carries until they are
      *redeemed or expire. One line per account holding unused points
      *on RWDLEDG, valued at STATFILE's point value in the account's
      *own currency, and a grand total brought back to the default
      *currency through the EXCHANGE rates the same way LCASHREP
      *totals across currencies. Run after RWDEXPR so the month's
      *expiries are already off. Spooled like DORMREP
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDLIAB.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-LEDGER ASSIGN TO RWDLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS RL-KEY
              FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool - the material lines of this report land in the
      *dated spool repository as well as the job output, so a
      *reprint never depends on the operator keeping the printout
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
       FD  REWARDS-LEDGER DATA RECORD IS RL-RECORD.
       COPY rwdledg.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
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
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-RL-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-DEFAULT-CCY PIC X(3) VALUE SPACES.
       01 WS-POINT-VALUE PIC 9(3)V9(4).
      *The account being summed, and what it holds so far
       01 WS-CUR-ACCOUNT PIC X(9) VALUE SPACES.
       01 WS-ACCOUNT-POINTS PIC 9(9).
       01 WS-ACCOUNT-CCY PIC X(3).
       01 WS-VALUE PIC 9(11)V9(4).
       01 WS-VALUE-DEF PIC 9(11)V9(4).
       01 WS-NEG-EXP PIC S9.
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-ACCOUNT-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-POINTS PIC 9(12) VALUE 0.
       01 WS-TOTAL-VALUE-DEF PIC 9(13)V9(4) VALUE 0.
      *Json compatible: no leading zeros
       01 WS-POINTS-JSON PIC Z(11)9.
       01 WS-VALUE-JSON PIC Z(12)9.9999.
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM READ-SETTINGS
           OPEN INPUT REWARDS-LEDGER
           IF WS-RL-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-EOF
           END-IF
           OPEN INPUT USER-ACCOUNTS
           OPEN INPUT EXCHANGE-RATES
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-BUSINESS-DATE ','
           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'REWARDS POINTS LIABILITY AS OF ' WS-BUSINESS-DATE
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '  "Accounts":['
           PERFORM SCAN-LEDGER UNTIL WS-EOF = 'Y'
      *The last account's total is still waiting
           IF WS-CUR-ACCOUNT NOT = SPACES
              PERFORM REPORT-ONE-ACCOUNT
           END-IF
           DISPLAY '  ],'
           DISPLAY '  "Count":' WS-ACCOUNT-COUNT ','
           MOVE WS-TOTAL-POINTS TO WS-POINTS-JSON
           DISPLAY '  "TotalPoints":' WS-POINTS-JSON ','
           MOVE WS-TOTAL-VALUE-DEF TO WS-VALUE-JSON
           DISPLAY '  "TotalValue":' WS-VALUE-JSON ','
           DISPLAY '  "Currency":"' WS-DEFAULT-CCY '"'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNTS ' WS-ACCOUNT-COUNT
              ' POINTS ' WS-POINTS-JSON
              ' VALUE ' WS-VALUE-JSON ' ' WS-DEFAULT-CCY
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           DISPLAY '}'
           CLOSE REWARDS-LEDGER
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES
           GOBACK.
       READ-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           MOVE 0.01 TO WS-POINT-VALUE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              IF FUNCTION TEST-NUMVAL(S-RWD-POINT-VALUE) = 0
                 COMPUTE WS-POINT-VALUE
                    = FUNCTION NUMVAL(S-RWD-POINT-VALUE)
              END-IF
           END-IF
           CLOSE STATS.
      *Only earn rows carry points the account still holds; the
      *ledger is in account order, so a change of account closes
      *the previous one off
       SCAN-LEDGER.
           READ REWARDS-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RL-ACCOUNT NOT = WS-CUR-ACCOUNT
                      IF WS-CUR-ACCOUNT NOT = SPACES
                         PERFORM REPORT-ONE-ACCOUNT
                      END-IF
                      MOVE RL-ACCOUNT TO WS-CUR-ACCOUNT
                      MOVE 0 TO WS-ACCOUNT-POINTS
                   END-IF
                   IF RL-IS-EARN
                      ADD RL-UNUSED TO WS-ACCOUNT-POINTS
                   END-IF
           END-READ.
       REPORT-ONE-ACCOUNT.
           IF WS-ACCOUNT-POINTS > 0
              PERFORM REPORT-ACCOUNT-LINE
           END-IF.
       REPORT-ACCOUNT-LINE.
           MOVE WS-DEFAULT-CCY TO WS-ACCOUNT-CCY
           MOVE WS-CUR-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           NOT INVALID KEY
              MOVE ACT-CURRENCY TO WS-ACCOUNT-CCY
           END-READ
           COMPUTE WS-VALUE ROUNDED
              = WS-ACCOUNT-POINTS * WS-POINT-VALUE
           PERFORM CONVERT-TO-DEFAULT
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD WS-ACCOUNT-POINTS TO WS-TOTAL-POINTS
           ADD WS-VALUE-DEF TO WS-TOTAL-VALUE-DEF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Account":"' WS-CUR-ACCOUNT '",'
           MOVE WS-ACCOUNT-POINTS TO WS-POINTS-JSON
           DISPLAY '    "Points":' WS-POINTS-JSON ','
           MOVE WS-VALUE TO WS-VALUE-JSON
           DISPLAY '    "Value":' WS-VALUE-JSON ','
           DISPLAY '    "Currency":"' WS-ACCOUNT-CCY '"'
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-CUR-ACCOUNT ' ' WS-POINTS-JSON ' '
              WS-VALUE-JSON ' ' WS-ACCOUNT-CCY
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Account-currency value back to default currency through the
      *stored rate, power computed into its own field first per the
      *dialect's intermediate rules
       CONVERT-TO-DEFAULT.
           MOVE WS-VALUE TO WS-VALUE-DEF
           IF WS-ACCOUNT-CCY NOT = WS-DEFAULT-CCY
              MOVE WS-ACCOUNT-CCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              INVALID KEY
      *No rate on file - report it at face value rather than drop it
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-NEG-EXP = - E-EXP
                 COMPUTE WS-EXP-FACTOR = 10 ** WS-NEG-EXP
                 COMPUTE WS-VALUE-DEF ROUNDED
                    = WS-VALUE-DEF / E-MAN
                 COMPUTE WS-VALUE-DEF ROUNDED
                    = WS-VALUE-DEF * WS-EXP-FACTOR
              END-READ
           END-IF.
      *Spool plumbing, shared shape across the report programs: open
      *both spool files (creating them the first time), write each
      *material line under the next line number, and catalog the
      *finished report. A spool that can not be written never stops
      *the report reaching the job output
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
              MOVE 'RWDLIAB' TO SP-REPORT
              MOVE WS-SPOOL-DATE TO SP-DATE
              MOVE WS-SPOOL-LINE-NO TO SP-LINE-NO
              MOVE WS-SPOOL-LINE TO SP-LINE
              WRITE SP-RECORD
              INVALID KEY
      *A re-run the same day just refreshes the line
                 REWRITE SP-RECORD
              END-WRITE
           END-IF.
       SPOOL-FINISH.
           IF WS-SPOOL-OK = 'Y'
              MOVE 'RWDLIAB' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'RWDLIAB' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
