      *Annual loan interest and balance statement. TAXCERT covers the
      *interest the bank pays depositors; borrowers want the other
      *side every January - what they paid us on the mortgage - and
      *branches were building it by hand from schedule printouts.
      *One statement per loan for the requested year: opening and
      *closing outstanding balance, every instalment settled in the
      *year with its principal and interest split, any re-pricing
      *and any early settlement off the loan's LNEVENTS history, a
      *write-off if there was one, and the year's interest total.
      *An offset loan also shows what its linked savings took off
      *each instalment's interest, and the year's total saving.
      *The balances are worked back from today's LN-OUTSTANDING
      *through the principal of the rows settled since, so a
      *statement re-run later in the year still comes out the same.
      *One loan by key, or every loan with a balance in the year;
      *spooled so it can be reprinted
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNSTMT.
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
      *Re-pricings and early settlements, per loan
           SELECT LOAN-EVENTS ASSIGN TO LNEVENTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LE-KEY
           FILE STATUS IS WS-LE-FILE-STATUS.
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
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  LOAN-EVENTS DATA RECORD IS LE-RECORD.
       COPY lnevent.
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
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-LE-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LS-EOF PIC X.
       01 WS-LE-EOF PIC X.
       01 WS-EVENTS-OK PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-ITEM-START PIC X.
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-STATEMENTS PIC 9(6) VALUE 0.
      *One loan's year, worked back from today's balance
       01 WS-PRIN-IN-YEAR PIC 9(11)V9(4).
       01 WS-PRIN-AFTER PIC 9(11)V9(4).
       01 WS-INT-IN-YEAR PIC 9(11)V9(4).
       01 WS-OFFSET-IN-YEAR PIC 9(11)V9(4).
       01 WS-WOFF-IN-YEAR PIC 9(11)V9(4).
       01 WS-DISBURSED PIC 9(11)V9(4).
       01 WS-OPENING PIC 9(11)V9(4).
       01 WS-CLOSING PIC 9(11)V9(4).
       01 WS-ROWS-IN-YEAR PIC 9(3).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-AMOUNT-EDIT-2 PIC Z(10)9.9(4).
       01 WS-AMOUNT-EDIT-3 PIC Z(10)9.9(4).
       01 WS-RATE-EDIT PIC 9.9999.
       01 WS-RATE-EDIT-2 PIC 9.9999.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The statement year, CCYY
           05 ARG-YEAR PIC 9(4).
      *One loan's LN-KEY, spaces = every loan with a balance in the
      *year (the January run)
           05 ARG-LN-KEY PIC X(13).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           COMPUTE WS-YEAR-START = ARG-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-END = ARG-YEAR * 10000 + 1231
           OPEN INPUT LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Loan file error ' WS-LN-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Schedule file error ' WS-LS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              CLOSE LOAN-SCHEDULE
              GOBACK
           END-IF
      *No history file just means nothing was ever re-priced or paid
      *off early
           MOVE 'Y' TO WS-EVENTS-OK
           OPEN INPUT LOAN-EVENTS
           IF WS-LE-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'N' TO WS-EVENTS-OK
           END-IF
           IF ARG-LN-KEY = SPACES
              MOVE LOW-VALUES TO LN-KEY
           ELSE
              MOVE ARG-LN-KEY TO LN-KEY
           END-IF
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ANNUAL LOAN INTEREST AND BALANCE STATEMENTS '
              ARG-YEAR DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Year":' ARG-YEAR ','
           DISPLAY '  "Statements":['
           PERFORM STATE-ONE-LOAN UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "StatementsIssued":' WS-STATEMENTS
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           IF WS-EVENTS-OK = 'Y'
              CLOSE LOAN-EVENTS
           END-IF
           GOBACK.
       STATE-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ARG-LN-KEY NOT = SPACES
                         AND LN-KEY NOT = ARG-LN-KEY
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF LN-OPENED-DATE <= WS-YEAR-END
                         PERFORM BUILD-STATEMENT
                      END-IF
                   END-IF
           END-READ.
      *Totals first - the opening balance has to be known before the
      *first line of the statement can print
       BUILD-STATEMENT.
           MOVE 0 TO WS-PRIN-IN-YEAR
           MOVE 0 TO WS-PRIN-AFTER
           MOVE 0 TO WS-INT-IN-YEAR
           MOVE 0 TO WS-OFFSET-IN-YEAR
           MOVE 0 TO WS-WOFF-IN-YEAR
           MOVE 0 TO WS-DISBURSED
           MOVE 0 TO WS-ROWS-IN-YEAR
           PERFORM START-SCHEDULE
           PERFORM TOTAL-ONE-ROW UNTIL WS-LS-EOF = 'Y'
           COMPUTE WS-CLOSING = LN-OUTSTANDING + WS-PRIN-AFTER
           IF LN-IS-WRITTEN-OFF
              IF LN-WRITEOFF-DATE > WS-YEAR-END
                 ADD LN-WRITEOFF-AMOUNT TO WS-CLOSING
              ELSE
                 IF LN-WRITEOFF-DATE >= WS-YEAR-START
                    MOVE LN-WRITEOFF-AMOUNT TO WS-WOFF-IN-YEAR
                 END-IF
              END-IF
           END-IF
      *A loan drawn during the year opened it at nothing owed
           IF LN-OPENED-DATE >= WS-YEAR-START
              MOVE LN-PRINCIPAL TO WS-DISBURSED
              MOVE 0 TO WS-OPENING
           ELSE
              COMPUTE WS-OPENING = WS-CLOSING + WS-PRIN-IN-YEAR
                 + WS-WOFF-IN-YEAR
           END-IF
      *Settled before the year began - nothing to state
           IF WS-OPENING = 0 AND WS-DISBURSED = 0
              GO TO BUILD-STATEMENT-EXIT
           END-IF
           ADD 1 TO WS-STATEMENTS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "LoanKey":"' LN-KEY '",'
           DISPLAY '    "Currency":"' LN-CURRENCY '",'
           MOVE SPACES TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOAN ' LN-KEY ' ' LN-CURRENCY ' STATEMENT FOR '
              ARG-YEAR DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-OPENING TO WS-AMOUNT-EDIT
           DISPLAY '    "OpeningBalance":' WS-AMOUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  OPENING BALANCE      ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           IF WS-DISBURSED > 0
              MOVE WS-DISBURSED TO WS-AMOUNT-EDIT
              DISPLAY '    "Disbursed":' WS-AMOUNT-EDIT ','
              MOVE SPACES TO WS-SPOOL-LINE
              STRING '  DISBURSED ' LN-OPENED-DATE '   '
                 WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF
           DISPLAY '    "Instalments":['
           MOVE 'Y' TO WS-ITEM-START
           PERFORM START-SCHEDULE
           PERFORM LIST-ONE-ROW UNTIL WS-LS-EOF = 'Y'
           DISPLAY '    ],'
           DISPLAY '    "Events":['
           MOVE 'Y' TO WS-ITEM-START
           PERFORM LIST-EVENTS
           IF WS-WOFF-IN-YEAR > 0
              PERFORM LIST-WRITE-OFF
           END-IF
           DISPLAY '    ],'
           MOVE WS-INT-IN-YEAR TO WS-AMOUNT-EDIT
           DISPLAY '    "InterestPaid":' WS-AMOUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  INTEREST PAID IN YEAR' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-OFFSET-IN-YEAR TO WS-AMOUNT-EDIT
           DISPLAY '    "OffsetSaving":' WS-AMOUNT-EDIT ','
           IF WS-OFFSET-IN-YEAR > 0
              MOVE SPACES TO WS-SPOOL-LINE
              STRING '  SAVED BY OFFSET      ' WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF
           MOVE WS-CLOSING TO WS-AMOUNT-EDIT
           DISPLAY '    "ClosingBalance":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  CLOSING BALANCE      ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
       BUILD-STATEMENT-EXIT.
           EXIT.
       START-SCHEDULE.
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE 0 TO LS-NUM
           START LOAN-SCHEDULE KEY IS >= LS-KEY
           IF WS-LS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LS-EOF
           END-IF.
      *Principal settled in the year and after it, and the interest
      *the year's instalments carried. Rows an early settlement
      *swept were never charged their scheduled interest - the
      *settlement's own accrued interest comes off LNEVENTS instead
       TOTAL-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-PAID
                         IF LS-PAID-DATE > WS-YEAR-END
                            ADD LS-PRINCIPAL-PART TO WS-PRIN-AFTER
                         END-IF
                         IF LS-PAID-DATE >= WS-YEAR-START
                               AND LS-PAID-DATE <= WS-YEAR-END
                            ADD LS-PRINCIPAL-PART TO WS-PRIN-IN-YEAR
                            IF NOT LS-BY-PAYOFF
                               ADD LS-INTEREST-PART TO WS-INT-IN-YEAR
                               IF LS-OFFSET-SAVED NUMERIC
                                  ADD LS-OFFSET-SAVED
                                     TO WS-OFFSET-IN-YEAR
                               END-IF
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-READ.
       LIST-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-PAID
                            AND NOT LS-BY-PAYOFF
                            AND LS-PAID-DATE >= WS-YEAR-START
                            AND LS-PAID-DATE <= WS-YEAR-END
                         PERFORM LIST-INSTALMENT
                      END-IF
                   END-IF
           END-READ.
       LIST-INSTALMENT.
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           MOVE LS-PRINCIPAL-PART TO WS-AMOUNT-EDIT
           MOVE LS-INTEREST-PART TO WS-AMOUNT-EDIT-2
           IF LS-OFFSET-SAVED NOT NUMERIC
              MOVE 0 TO LS-OFFSET-SAVED
           END-IF
           MOVE LS-OFFSET-SAVED TO WS-AMOUNT-EDIT-3
           DISPLAY '    {"Num":' LS-NUM ',"Due":' LS-DUE-DATE
              ',"Paid":' LS-PAID-DATE ','
           DISPLAY '     "Principal":' WS-AMOUNT-EDIT
              ',"Interest":' WS-AMOUNT-EDIT-2
              ',"OffsetSaved":' WS-AMOUNT-EDIT-3 '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  INSTALMENT ' LS-NUM ' DUE ' LS-DUE-DATE
              ' PAID ' LS-PAID-DATE ' PRIN' WS-AMOUNT-EDIT
              ' INT' WS-AMOUNT-EDIT-2
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
      *The offset's saving on the row, under it
           IF LS-OFFSET-SAVED > 0
              MOVE SPACES TO WS-SPOOL-LINE
              STRING '      INTEREST SAVED BY OFFSET         '
                 WS-AMOUNT-EDIT-3
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF.
      *The loan's re-pricings and early settlement in the year. The
      *settlement's accrued interest joins the year's interest total
       LIST-EVENTS.
           MOVE 'Y' TO WS-LE-EOF
           IF WS-EVENTS-OK = 'Y'
              MOVE 'N' TO WS-LE-EOF
              MOVE LN-KEY TO LE-LN-KEY
              MOVE LOW-VALUES TO LE-TIME-STAMP
              START LOAN-EVENTS KEY IS >= LE-KEY
              IF WS-LE-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-LE-EOF
              END-IF
           END-IF
           PERFORM LIST-ONE-EVENT UNTIL WS-LE-EOF = 'Y'.
       LIST-ONE-EVENT.
           READ LOAN-EVENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LE-EOF
               NOT AT END
                   IF LE-LN-KEY NOT = LN-KEY
                      MOVE 'Y' TO WS-LE-EOF
                   ELSE
                      IF LE-DATE >= WS-YEAR-START
                            AND LE-DATE <= WS-YEAR-END
                         PERFORM LIST-EVENT
                      END-IF
                   END-IF
           END-READ.
       LIST-EVENT.
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           MOVE SPACES TO WS-SPOOL-LINE
           IF LE-IS-REPRICE
              MOVE LE-OLD-RATE TO WS-RATE-EDIT
              MOVE LE-NEW-RATE TO WS-RATE-EDIT-2
              MOVE LE-NEW-PAYMENT TO WS-AMOUNT-EDIT
              DISPLAY '    {"Event":"rate change","Date":' LE-DATE
                 ',"OldRate":' WS-RATE-EDIT ',"NewRate":'
                 WS-RATE-EDIT-2 ','
              DISPLAY '     "NewPayment":' WS-AMOUNT-EDIT '}'
              STRING '  RATE CHANGE ' LE-DATE ' FROM ' WS-RATE-EDIT
                 ' TO ' WS-RATE-EDIT-2 ' NEW PAYMENT' WS-AMOUNT-EDIT
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
              ADD LE-INTEREST TO WS-INT-IN-YEAR
              MOVE LE-PRINCIPAL TO WS-AMOUNT-EDIT
              MOVE LE-INTEREST TO WS-AMOUNT-EDIT-2
              DISPLAY '    {"Event":"early settlement","Date":'
                 LE-DATE ','
              DISPLAY '     "Principal":' WS-AMOUNT-EDIT
                 ',"Interest":' WS-AMOUNT-EDIT-2 '}'
              STRING '  EARLY SETTLEMENT ' LE-DATE ' PRIN'
                 WS-AMOUNT-EDIT ' INT' WS-AMOUNT-EDIT-2
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM SPOOL-LINE.
       LIST-WRITE-OFF.
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           MOVE WS-WOFF-IN-YEAR TO WS-AMOUNT-EDIT
           DISPLAY '    {"Event":"written off","Date":'
              LN-WRITEOFF-DATE ',"Amount":' WS-AMOUNT-EDIT '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  WRITTEN OFF ' LN-WRITEOFF-DATE '   '
              WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
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
              MOVE 'LNSTMT' TO SP-REPORT
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
              MOVE 'LNSTMT' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'LNSTMT' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
