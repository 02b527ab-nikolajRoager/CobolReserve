      *Offset mortgage set-up. Customers with savings and a mortgage
      *here kept asking why they earn little on one and pay more on
      *the other. This links a deposit account to a loan on OFFSETLK
      *- the account must belong to the same customer (CU-NAME) as
      *the borrowing account - and records the customer's choice on
      *the loan the first time: T = the saving shortens the term,
      *R = it reduces the next instalment. From then on LNOFFRUN
      *nets the linked balances, in the loan's currency, against the
      *outstanding balance every night and INTPOST pays the linked
      *accounts no credit interest. A loan may carry any number of
      *linked accounts; an account offsets one loan at a time.
      *L = link (a mode on an already set-up loan changes its
      *choice), E = end a link. Any active operator with a session
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNOFFSET.
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
      *The linked deposit accounts, keyed by account
           SELECT OFFSET-LINKS ASSIGN TO OFFSETLK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OL-ACCOUNT
           FILE STATUS IS WS-OL-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
      *A linked balance in another currency must be convertible
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  OFFSET-LINKS DATA RECORD IS OL-RECORD.
       COPY offsetlk.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
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
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-OL-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
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
       01 WS-TODAY PIC 9(8).
       01 WS-DEFAULT-CCY PIC X(3).
      *The customer behind the borrowing account and behind the
      *deposit account - ACT-OWNER, or the account itself when it is
      *a primary/standalone account
       01 WS-BORROWER-ID PIC X(9).
       01 WS-DEPOSIT-ID PIC X(9).
       01 WS-DEPOSIT-CCY PIC X(3).
       01 WS-ACCOUNT-OK PIC X.
       01 WS-RATE-OK PIC X.
       01 WS-LINK-FOUND PIC X.
       01 WS-AUDIT-BEFORE PIC X(40).
       01 WS-AUDIT-AFTER.
           05 WS-AA-ACTION PIC X(7).
           05 WS-AA-LN-KEY PIC X(13).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-MODE PIC X(1).
           05 FILLER PIC X(18) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *L = link the account to the loan, E = end the link
           05 ARG-ACTION PIC X(1).
      *The LN-KEY LNOPEN handed back (borrower name plus sequence)
           05 ARG-LN-KEY PIC X(13).
      *The deposit account to link or unlink
           05 ARG-ACCOUNT PIC X(9).
      *L only: T = shorten the term, R = reduce the next instalment.
      *Required the first time, space keeps the loan's choice after
           05 ARG-MODE PIC X(1).
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION NOT = 'L' AND NOT = 'E'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be L or E"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION = 'L'
                 AND ARG-MODE NOT = 'T' AND NOT = 'R' AND NOT = SPACE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Mode must be T, R or blank"'
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
           OPEN I-O OFFSET-LINKS
           IF WS-OL-FILE-STATUS = '35'
              OPEN OUTPUT OFFSET-LINKS
              CLOSE OFFSET-LINKS
              OPEN I-O OFFSET-LINKS
           END-IF
           IF WS-OL-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Offset link file error ' WS-OL-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              CLOSE OFFSET-LINKS
              GOBACK
           END-IF
           IF ARG-ACTION = 'L'
              PERFORM LINK-ACCOUNT
                 THRU LINK-ACCOUNT-EXIT
           ELSE
              PERFORM END-LINK
                 THRU END-LINK-EXIT
           END-IF
           CLOSE LOAN-MASTER
           CLOSE OFFSET-LINKS
           GOBACK.
      *A running loan, an active deposit account of the borrower's
      *own that offsets nothing else yet, and a way to turn its
      *balance into the loan's currency
       LINK-ACCOUNT.
           IF NOT LN-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan is not open"'
              DISPLAY '}'
              GO TO LINK-ACCOUNT-EXIT
           END-IF
           IF ARG-MODE = SPACE
                 AND NOT LN-OFFSET-SHORTEN AND NOT LN-OFFSET-REDUCE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"First link must choose mode T or R"'
              DISPLAY '}'
              GO TO LINK-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-DEPOSIT-ACCOUNT
              THRU CHECK-DEPOSIT-ACCOUNT-EXIT
           IF WS-ACCOUNT-OK = 'N'
              GO TO LINK-ACCOUNT-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-FOUND
           MOVE ARG-ACCOUNT TO OL-ACCOUNT
           READ OFFSET-LINKS RECORD KEY OL-ACCOUNT
           NOT INVALID KEY
              MOVE 'Y' TO WS-LINK-FOUND
           END-READ
           IF WS-LINK-FOUND = 'Y' AND OL-IS-ACTIVE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account already offsets loan '
                 OL-LN-KEY '"'
              DISPLAY '}'
              GO TO LINK-ACCOUNT-EXIT
           END-IF
           MOVE SPACES TO WS-AUDIT-BEFORE
           IF LN-OFFSET-SHORTEN OR LN-OFFSET-REDUCE
              STRING 'MODE ' LN-OFFSET-MODE DELIMITED BY SIZE
                 INTO WS-AUDIT-BEFORE
           END-IF
           MOVE ARG-ACCOUNT TO OL-ACCOUNT
           MOVE LN-KEY TO OL-LN-KEY
           MOVE 'A' TO OL-STATUS
           MOVE WS-TODAY TO OL-LINKED-DATE
           MOVE 0 TO OL-ENDED-DATE
           MOVE WS-OPERATOR-ID TO OL-LINKED-BY
           IF WS-LINK-FOUND = 'Y'
      *An ended link is simply taken over
              REWRITE OL-RECORD
           ELSE
              WRITE OL-RECORD
           END-IF
           IF WS-OL-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Offset link file error ' WS-OL-FILE-STATUS
                 '"'
              DISPLAY '}'
              GO TO LINK-ACCOUNT-EXIT
           END-IF
      *First link on the loan: the accrual starts clean
           IF NOT LN-OFFSET-SHORTEN AND NOT LN-OFFSET-REDUCE
              MOVE 0 TO LN-OFFSET-ACCRUED
              MOVE 0 TO LN-OFFSET-THRU
              MOVE 0 TO LN-OFFSET-SAVED
           END-IF
           IF ARG-MODE NOT = SPACE
              MOVE ARG-MODE TO LN-OFFSET-MODE
           END-IF
           REWRITE LN-RECORD
           MOVE 'LINK   ' TO WS-AA-ACTION
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "LoanKey":"' LN-KEY '",'
           DISPLAY '  "Account":"' OL-ACCOUNT '",'
           DISPLAY '  "AccountCurrency":"' WS-DEPOSIT-CCY '",'
           DISPLAY '  "LoanCurrency":"' LN-CURRENCY '",'
           DISPLAY '  "OffsetMode":"' LN-OFFSET-MODE '"'
           DISPLAY '}'.
       LINK-ACCOUNT-EXIT.
           EXIT.
      *Both accounts read up front: the borrowing account gives the
      *customer the loan belongs to, the deposit account has to be
      *that same customer's, active, and a plain checking or savings
      *account - escrow money is not the customer's to offset
       CHECK-DEPOSIT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-OK
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Accounts file error ' WS-A-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-IF
           MOVE LN-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE SPACES TO WS-BORROWER-ID
           NOT INVALID KEY
              IF ACT-OWNER = SPACES
                 MOVE ACT-NAME TO WS-BORROWER-ID
              ELSE
                 MOVE ACT-OWNER TO WS-BORROWER-ID
              END-IF
           END-READ
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deposit account not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-READ
           CLOSE USER-ACCOUNTS
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO WS-DEPOSIT-ID
           ELSE
              MOVE ACT-OWNER TO WS-DEPOSIT-ID
           END-IF
           MOVE ACT-CURRENCY TO WS-DEPOSIT-CCY
           IF WS-BORROWER-ID = SPACES
                 OR WS-DEPOSIT-ID NOT = WS-BORROWER-ID
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deposit account belongs to another'
                 ' customer"'
              DISPLAY '}'
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-IF
           IF NOT ACT-IS-ACTIVE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Deposit account is not active"'
              DISPLAY '}'
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-IF
           IF NOT ACT-IS-CHECKING AND NOT ACT-IS-SAVINGS
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Only a checking or savings account'
                 ' can offset a loan"'
              DISPLAY '}'
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-IF
           PERFORM CHECK-CONVERTIBLE
           IF WS-RATE-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No exchange rate between '
                 WS-DEPOSIT-CCY ' and ' LN-CURRENCY '"'
              DISPLAY '}'
              GO TO CHECK-DEPOSIT-ACCOUNT-EXIT
           END-IF
           MOVE 'Y' TO WS-ACCOUNT-OK.
       CHECK-DEPOSIT-ACCOUNT-EXIT.
           EXIT.
      *Every non-default currency on either side needs a rate on
      *file - LNOFFRUN converts through the default currency
       CHECK-CONVERTIBLE.
           MOVE 'Y' TO WS-RATE-OK
           IF WS-DEPOSIT-CCY NOT = LN-CURRENCY
              MOVE SPACES TO WS-DEFAULT-CCY
              OPEN INPUT STATS
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                    OR WS-STAT-FILE-STATUS = '97'
                 MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              END-IF
              CLOSE STATS
              OPEN INPUT EXCHANGE-RATES
              IF WS-DEPOSIT-CCY NOT = WS-DEFAULT-CCY
                 MOVE WS-DEPOSIT-CCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 END-READ
              END-IF
              IF LN-CURRENCY NOT = WS-DEFAULT-CCY
                 MOVE LN-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-RATE-OK
                 END-READ
              END-IF
              CLOSE EXCHANGE-RATES
           END-IF.
      *The account's link to this loan ends; the loan keeps its
      *choice and any saving accrued so far still reaches the next
      *instalment
       END-LINK.
           MOVE ARG-ACCOUNT TO OL-ACCOUNT
           READ OFFSET-LINKS RECORD KEY OL-ACCOUNT
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account is not linked to an offset'
                 ' loan"'
              DISPLAY '}'
              GO TO END-LINK-EXIT
           END-READ
           IF NOT OL-IS-ACTIVE OR OL-LN-KEY NOT = LN-KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account does not offset this loan"'
              DISPLAY '}'
              GO TO END-LINK-EXIT
           END-IF
           MOVE 'E' TO OL-STATUS
           MOVE WS-TODAY TO OL-ENDED-DATE
           REWRITE OL-RECORD
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING 'LINK ' LN-KEY DELIMITED BY SIZE
              INTO WS-AUDIT-BEFORE
           MOVE 'ENDED  ' TO WS-AA-ACTION
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "LoanKey":"' LN-KEY '",'
           DISPLAY '  "Account":"' OL-ACCOUNT '",'
           DISPLAY '  "LinkEnded":' WS-TODAY
           DISPLAY '}'.
       END-LINK-EXIT.
           EXIT.
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNOFFSET' TO AU-PROGRAM
           MOVE ARG-ACCOUNT TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE LN-KEY TO WS-AA-LN-KEY
           MOVE LN-OFFSET-MODE TO WS-AA-MODE
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
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE
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
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNOFFSET' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
