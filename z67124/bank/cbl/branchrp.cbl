      *Monthly branch report: what each domicile branch holds, by
      *currency, for the branch managers. Per branch and currency:
      *the accounts on its book, those opened and closed in the
      *month, the deposit balances (and overdrawn balances) at month
      *end off the ACMSUM month summaries, the loan book and its
      *arrears off LOANMAST and the amortization schedule, and the
      *month's income - the fees the ACMSUM fee column took, the
      *debit interest the summaries carry and the loan interest the
      *schedule rows settled, the same sources PROFITRP uses for the
      *year. Closures are counted from the DELUSER and SWTCHRUN
      *entries on the audit log, which name the branch the account
      *left. Amounts stay in their own currency, nothing converted.
      *Spooled for the branch network
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRANCHRP.
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
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
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
      *Administrative action audit trail - the account closures
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Report spool for the branch network
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
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-LS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-AM-MONTH-WORK PIC 9(6).
       01 WS-AU-MONTH-WORK PIC 9(6).
       01 WS-ITEM-BRANCH PIC X(4).
       01 WS-ITEM-CCY PIC X(3).
       01 WS-LOAN-INTEREST PIC S9(12)V9(4).
       01 WS-LOAN-ARREARS PIC S9(12)V9(4).
       01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
       01 WS-SPOOL-EDIT-1 PIC -Z(10)9.99.
       01 WS-SPOOL-EDIT-2 PIC -Z(10)9.99.
       01 WS-SPOOL-EDIT-3 PIC -Z(10)9.99.
       01 WS-COUNT-EDIT-1 PIC Z(5)9.
       01 WS-COUNT-EDIT-2 PIC Z(5)9.
      *A closure's audit summary, laid out exactly like the
      *WS-AUDIT-BEFORE that DELUSER and SWTCHRUN write. Entries from
      *before the branch was added carry no BR= and count unbranched
       01 WS-CLOSED-BEFORE.
           05 FILLER PIC X(4).
           05 WS-CB-BALANCE PIC X(17).
           05 FILLER PIC X(5).
           05 WS-CB-CURRENCY PIC X(3).
           05 WS-CB-BRANCH-TAG PIC X(4).
           05 WS-CB-BRANCH PIC X(4).
           05 FILLER PIC X(3).
      *One slot per branch and currency, built as the files are
      *walked and put in branch order at the end
       01 WS-BRANCH-TABLE.
           05 WS-BR-COUNT PIC 9(4) VALUE 0.
           05 WS-BR-ENTRY OCCURS 500 TIMES.
               10 WS-BR-KEY.
                   15 WS-BR-BRANCH PIC X(4).
                   15 WS-BR-CCY PIC X(3).
               10 WS-BR-ACCOUNTS PIC 9(6).
               10 WS-BR-NEW PIC 9(6).
               10 WS-BR-CLOSED PIC 9(6).
               10 WS-BR-DEPOSITS PIC S9(13)V9(4).
               10 WS-BR-OVERDRAWN PIC S9(13)V9(4).
               10 WS-BR-LOANS PIC 9(6).
               10 WS-BR-LOAN-BALANCE PIC S9(13)V9(4).
               10 WS-BR-ARREARS-LOANS PIC 9(6).
               10 WS-BR-ARREARS PIC S9(13)V9(4).
               10 WS-BR-FEES PIC S9(13)V9(4).
               10 WS-BR-INTEREST PIC S9(13)V9(4).
       01 WS-BR-IDX PIC 9(4) COMP.
       01 WS-BR-JDX PIC 9(4) COMP.
       01 WS-BR-FOUND PIC X.
       01 WS-SWAPPED PIC X.
      *One whole slot, for the ordering swap
       01 WS-BR-HOLD PIC X(139).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-YEAR PIC 9(4).
           05 ARG-MONTH PIC 9(2).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           COMPUTE WS-MONTH-START
              = ARG-YEAR * 10000 + ARG-MONTH * 100 + 1
           COMPUTE WS-MONTH-END
              = ARG-YEAR * 10000 + ARG-MONTH * 100 + 31
           COMPUTE WS-AM-MONTH-WORK = ARG-YEAR * 100 + ARG-MONTH
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
           OPEN INPUT MONTH-SUMMARY
           OPEN INPUT LOAN-MASTER
           OPEN INPUT LOAN-SCHEDULE
           OPEN INPUT AUDIT-LOG

      *Pass one: every customer account on the book at month end
      *lands on its branch - balance, openings, fees and interest
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM ROLL-ONE-ACCOUNT UNTIL WS-EOF = 'Y'

      *Pass two: the loan book, its arrears at month end and the
      *interest its schedule rows settled in the month
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM ROLL-ONE-LOAN UNTIL WS-EOF = 'Y'

      *Pass three: the month's closures off the audit log. No key
      *on the program, so this is a full log scan
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO AU-KEY
           START AUDIT-LOG KEY IS >= AU-KEY
           IF WS-AU-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM ROLL-ONE-CLOSURE UNTIL WS-EOF = 'Y'

           PERFORM ORDER-BRANCHES
           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BRANCH REPORT ' ARG-YEAR '-' ARG-MONTH
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Month":' ARG-YEAR ARG-MONTH ','
           DISPLAY '  "ClosedAccounts":' WS-CLOSED-COUNT ','
           DISPLAY '  "Branches":['
           PERFORM PRINT-ONE-BRANCH
              VARYING WS-BR-IDX FROM 1 BY 1
              UNTIL WS-BR-IDX > WS-BR-COUNT
           DISPLAY '  ]'
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE USER-ACCOUNTS
           CLOSE MONTH-SUMMARY
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           CLOSE AUDIT-LOG
           GOBACK.
       ROLL-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACT-NAME NOT = "BANK     "
                         AND ACT-NAME NOT = "TERMPOOL "
                         AND ACT-NAME NOT = "LOANPOOL "
                         AND ACT-NAME NOT = "SETTLE   "
                         AND ACT-NAME NOT = "MRESERVE "
                         AND ACT-NAME NOT = "INBSUSP  "
                         AND ACT-NAME NOT = "BILLCLR  "
                         AND ACT-NAME NOT = "DRAFTS   "
                         AND ACT-NAME NOT = "TAXHELD  "
                         AND ACT-NAME NOT = "VATPAY   "
                         AND ACT-NAME NOT = "ESCHEAT  "
                         AND ACT-NAME NOT = "FXMARGIN "
                         AND ACT-NAME NOT = "CLEARING "
                         AND ACT-OPENED-DATE <= WS-MONTH-END
                      PERFORM ADD-ACCOUNT-MONTH
                   END-IF
           END-READ.
      *The month's summary gives the closing balance; an account
      *with none that month did not move in it and is taken at the
      *balance it stands at
       ADD-ACCOUNT-MONTH.
           MOVE ACT-BRANCH TO WS-ITEM-BRANCH
           MOVE ACT-CURRENCY TO WS-ITEM-CCY
           PERFORM FIND-BRANCH-SLOT
           IF WS-BR-FOUND = 'Y'
              ADD 1 TO WS-BR-ACCOUNTS(WS-BR-IDX)
              IF ACT-OPENED-DATE >= WS-MONTH-START
                 ADD 1 TO WS-BR-NEW(WS-BR-IDX)
              END-IF
              MOVE ACT-NAME TO AM-ACCOUNT
              MOVE WS-AM-MONTH-WORK TO AM-MONTH
              READ MONTH-SUMMARY RECORD KEY AM-KEY
              INVALID KEY
                 MOVE ACT-BALANCE TO AM-CLOSING-BALANCE
                 MOVE 0 TO AM-FEE-TOTAL
                 MOVE 0 TO AM-INTEREST-PAID
              END-READ
              IF AM-CLOSING-BALANCE < 0
                 SUBTRACT AM-CLOSING-BALANCE
                    FROM WS-BR-OVERDRAWN(WS-BR-IDX)
              ELSE
                 ADD AM-CLOSING-BALANCE TO WS-BR-DEPOSITS(WS-BR-IDX)
              END-IF
              ADD AM-FEE-TOTAL TO WS-BR-FEES(WS-BR-IDX)
              ADD AM-INTEREST-PAID TO WS-BR-INTEREST(WS-BR-IDX)
           END-IF.
       ROLL-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-OPENED-DATE <= WS-MONTH-END
                      PERFORM ADD-LOAN-MONTH
                   END-IF
           END-READ.
      *The loan sits on the borrowing account's branch. A loan
      *written off or repaid is off the book but its month's
      *settled interest still counts
       ADD-LOAN-MONTH.
           MOVE 0 TO WS-LOAN-INTEREST
           MOVE 0 TO WS-LOAN-ARREARS
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE 0 TO LS-NUM
           START LOAN-SCHEDULE KEY IS >= LS-KEY
           IF WS-LS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LS-EOF
           END-IF
           PERFORM SUM-ONE-SCHED-ROW UNTIL WS-LS-EOF = 'Y'
           MOVE SPACES TO WS-ITEM-BRANCH
           MOVE LN-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           NOT INVALID KEY
              MOVE ACT-BRANCH TO WS-ITEM-BRANCH
           END-READ
           MOVE LN-CURRENCY TO WS-ITEM-CCY
           PERFORM FIND-BRANCH-SLOT
           IF WS-BR-FOUND = 'Y'
              IF LN-IS-OPEN
                 ADD 1 TO WS-BR-LOANS(WS-BR-IDX)
                 ADD LN-OUTSTANDING TO WS-BR-LOAN-BALANCE(WS-BR-IDX)
                 IF WS-LOAN-ARREARS > 0
                    ADD 1 TO WS-BR-ARREARS-LOANS(WS-BR-IDX)
                    ADD WS-LOAN-ARREARS TO WS-BR-ARREARS(WS-BR-IDX)
                 END-IF
              END-IF
              ADD WS-LOAN-INTEREST TO WS-BR-INTEREST(WS-BR-IDX)
           END-IF.
      *A row settled in the month adds its interest; a row still
      *owed and due by month end is in arrears, unless a
      *forbearance plan still covers it - LNARREAR's own test
       SUM-ONE-SCHED-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-PAID
                            AND LS-PAID-DATE >= WS-MONTH-START
                            AND LS-PAID-DATE <= WS-MONTH-END
                         ADD LS-INTEREST-PART TO WS-LOAN-INTEREST
                      END-IF
                      IF LS-IS-UNPAID
                            AND LS-DUE-DATE <= WS-MONTH-END
                         IF LS-FORB-UNTIL NUMERIC
                               AND LS-FORB-UNTIL >= WS-MONTH-END
                            CONTINUE
                         ELSE
                            ADD LS-PAYMENT TO WS-LOAN-ARREARS
                         END-IF
                      END-IF
                   END-IF
           END-READ.
       ROLL-ONE-CLOSURE.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-AU-MONTH-WORK = AU-YEAR * 100 + AU-MONTH
                   IF WS-AU-MONTH-WORK = WS-AM-MONTH-WORK
                         AND (AU-PROGRAM = 'DELUSER'
                           OR AU-PROGRAM = 'SWTCHRUN')
                      PERFORM ADD-CLOSURE
                   END-IF
           END-READ.
       ADD-CLOSURE.
           MOVE AU-BEFORE TO WS-CLOSED-BEFORE
           IF WS-CB-BRANCH-TAG = ' BR='
              MOVE WS-CB-BRANCH TO WS-ITEM-BRANCH
           ELSE
              MOVE SPACES TO WS-ITEM-BRANCH
           END-IF
           MOVE WS-CB-CURRENCY TO WS-ITEM-CCY
           PERFORM FIND-BRANCH-SLOT
           IF WS-BR-FOUND = 'Y'
              ADD 1 TO WS-BR-CLOSED(WS-BR-IDX)
              ADD 1 TO WS-CLOSED-COUNT
           END-IF.
      *Same find-or-add walk the extract tables use
       FIND-BRANCH-SLOT.
           MOVE 'N' TO WS-BR-FOUND
           MOVE 1 TO WS-BR-IDX
           PERFORM TEST-BRANCH-SLOT
              UNTIL WS-BR-FOUND = 'Y' OR WS-BR-IDX > WS-BR-COUNT
           IF WS-BR-FOUND = 'N' AND WS-BR-COUNT < 500
              ADD 1 TO WS-BR-COUNT
              MOVE WS-BR-COUNT TO WS-BR-IDX
              MOVE WS-ITEM-BRANCH TO WS-BR-BRANCH(WS-BR-IDX)
              MOVE WS-ITEM-CCY TO WS-BR-CCY(WS-BR-IDX)
              MOVE 0 TO WS-BR-ACCOUNTS(WS-BR-IDX)
              MOVE 0 TO WS-BR-NEW(WS-BR-IDX)
              MOVE 0 TO WS-BR-CLOSED(WS-BR-IDX)
              MOVE 0 TO WS-BR-DEPOSITS(WS-BR-IDX)
              MOVE 0 TO WS-BR-OVERDRAWN(WS-BR-IDX)
              MOVE 0 TO WS-BR-LOANS(WS-BR-IDX)
              MOVE 0 TO WS-BR-LOAN-BALANCE(WS-BR-IDX)
              MOVE 0 TO WS-BR-ARREARS-LOANS(WS-BR-IDX)
              MOVE 0 TO WS-BR-ARREARS(WS-BR-IDX)
              MOVE 0 TO WS-BR-FEES(WS-BR-IDX)
              MOVE 0 TO WS-BR-INTEREST(WS-BR-IDX)
              MOVE 'Y' TO WS-BR-FOUND
           END-IF.
       TEST-BRANCH-SLOT.
           IF WS-BR-BRANCH(WS-BR-IDX) = WS-ITEM-BRANCH
                 AND WS-BR-CCY(WS-BR-IDX) = WS-ITEM-CCY
              MOVE 'Y' TO WS-BR-FOUND
           ELSE
              ADD 1 TO WS-BR-IDX
           END-IF.
      *Branch then currency order - a plain neighbour swap is
      *plenty for a once-a-month table this size
       ORDER-BRANCHES.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM ORDER-ONE-PASS UNTIL WS-SWAPPED = 'N'.
       ORDER-ONE-PASS.
           MOVE 'N' TO WS-SWAPPED
           PERFORM ORDER-ONE-PAIR
              VARYING WS-BR-JDX FROM 1 BY 1
              UNTIL WS-BR-JDX >= WS-BR-COUNT.
       ORDER-ONE-PAIR.
           COMPUTE WS-BR-IDX = WS-BR-JDX + 1
           IF WS-BR-KEY(WS-BR-IDX) < WS-BR-KEY(WS-BR-JDX)
              MOVE WS-BR-ENTRY(WS-BR-JDX) TO WS-BR-HOLD
              MOVE WS-BR-ENTRY(WS-BR-IDX)
                 TO WS-BR-ENTRY(WS-BR-JDX)
              MOVE WS-BR-HOLD TO WS-BR-ENTRY(WS-BR-IDX)
              MOVE 'Y' TO WS-SWAPPED
           END-IF.
       PRINT-ONE-BRANCH.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Branch":"' WS-BR-BRANCH(WS-BR-IDX) '",'
           DISPLAY '    "Currency":"' WS-BR-CCY(WS-BR-IDX) '",'
           DISPLAY '    "Accounts":' WS-BR-ACCOUNTS(WS-BR-IDX) ','
           DISPLAY '    "NewAccounts":' WS-BR-NEW(WS-BR-IDX) ','
           DISPLAY '    "ClosedAccounts":' WS-BR-CLOSED(WS-BR-IDX) ','
           MOVE WS-BR-DEPOSITS(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Deposits":' WS-AMOUNT-EDIT ','
           MOVE WS-BR-OVERDRAWN(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Overdrawn":' WS-AMOUNT-EDIT ','
           DISPLAY '    "Loans":' WS-BR-LOANS(WS-BR-IDX) ','
           MOVE WS-BR-LOAN-BALANCE(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "LoanBalance":' WS-AMOUNT-EDIT ','
           DISPLAY '    "LoansInArrears":'
              WS-BR-ARREARS-LOANS(WS-BR-IDX) ','
           MOVE WS-BR-ARREARS(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Arrears":' WS-AMOUNT-EDIT ','
           MOVE WS-BR-FEES(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "FeeIncome":' WS-AMOUNT-EDIT ','
           MOVE WS-BR-INTEREST(WS-BR-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "InterestIncome":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE WS-BR-DEPOSITS(WS-BR-IDX) TO WS-SPOOL-EDIT-1
           MOVE WS-BR-LOAN-BALANCE(WS-BR-IDX) TO WS-SPOOL-EDIT-2
           MOVE WS-BR-ARREARS(WS-BR-IDX) TO WS-SPOOL-EDIT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-BR-BRANCH(WS-BR-IDX) ' ' WS-BR-CCY(WS-BR-IDX)
              ' DEP ' WS-SPOOL-EDIT-1
              ' LOANS ' WS-SPOOL-EDIT-2
              ' ARREARS ' WS-SPOOL-EDIT-3
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-BR-NEW(WS-BR-IDX) TO WS-COUNT-EDIT-1
           MOVE WS-BR-CLOSED(WS-BR-IDX) TO WS-COUNT-EDIT-2
           MOVE WS-BR-FEES(WS-BR-IDX) TO WS-SPOOL-EDIT-1
           MOVE WS-BR-INTEREST(WS-BR-IDX) TO WS-SPOOL-EDIT-2
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '         NEW ' WS-COUNT-EDIT-1
              ' CLOSED ' WS-COUNT-EDIT-2
              ' FEES ' WS-SPOOL-EDIT-1
              ' INTEREST ' WS-SPOOL-EDIT-2
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
              MOVE 'BRANCHRP' TO SP-REPORT
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
              MOVE 'BRANCHRP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'BRANCHRP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
