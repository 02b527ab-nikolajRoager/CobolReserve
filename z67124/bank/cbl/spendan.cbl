      *Monthly spending analysis per account: the month's card and
      *mobile-pay purchases grouped by the merchant category code the
      *posting carried, each category with its count and total beside
      *the month before, and the change between the two. Category
      *names come off MCCCAT; a code not named there groups under its
      *own number, a purchase with no code as "unclassified". Amounts
      *are the account's own currency, as posted. Runs for one
      *account or, with the account left blank, for every account
      *that bought anything in either month - the monthly statement
      *run. Spooled like DORMREP
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SPENDAN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO MCCCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MC-CODE
              FILE STATUS IS WS-MC-FILE-STATUS.
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
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  CATEGORY-MASTER DATA RECORD IS MC-RECORD.
       COPY mcccat.
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
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-MC-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-MC-OPEN-OK PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-CT-START PIC X.
       01 WS-BUSINESS-DATE PIC 9(8).
      *The month reported and the one it is compared against
       01 WS-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-MONTH-YY PIC 9(4).
       01 WS-MONTH-MM PIC 9(2).
       01 WS-TR-MONTH-NO PIC 9(6).
       01 WS-CUR-ACCOUNT PIC X(9) VALUE SPACES.
       01 WS-CUR-CCY PIC X(3).
       01 WS-SPEND PIC S9(11)V9(4).
       01 WS-CODE PIC X(4).
      *One slot per category the account bought in. Linear search,
      *same as LCASHREP's customer table
       01 WS-CATEGORY-TABLE.
           05 WS-CATEGORY-COUNT PIC 9(3) VALUE 0.
           05 WS-CATEGORY-ENTRY OCCURS 100 TIMES.
               10 WS-CT-CODE PIC X(4).
               10 WS-CT-COUNT PIC 9(6).
               10 WS-CT-TOTAL PIC S9(11)V9(4).
               10 WS-CT-PRIOR-COUNT PIC 9(6).
               10 WS-CT-PRIOR-TOTAL PIC S9(11)V9(4).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-ACCOUNT-TOTAL PIC S9(11)V9(4).
       01 WS-ACCOUNT-PRIOR PIC S9(11)V9(4).
       01 WS-CHANGE PIC S9(11)V9(4).
       01 WS-CHANGE-PCT PIC S9(7)V99.
       01 WS-ACCOUNTS-REPORTED PIC 9(6) VALUE 0.
      *Purchases that could not be grouped because the account's
      *category table filled - said so on the report, never silently
       01 WS-OVERFLOW-DROPPED PIC 9(6) VALUE 0.
       01 WS-CATEGORY-NAME PIC X(20).
      *Json compatible: no leading zeros
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-PCT-EDIT PIC -Z(6)9.99.
       01 WS-TOTAL-EDIT PIC -Z(10)9.99.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *CCYYMM to report, spaces = the month before the business date
           05 ARG-MONTH PIC X(6).
      *Spaces = every account
           05 ARG-ACCOUNT PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM SET-MONTHS
           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Transfer file error ' WS-T-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
           OPEN INPUT CATEGORY-MASTER
           IF WS-MC-FILE-STATUS = '00' OR WS-MC-FILE-STATUS = '97'
              MOVE 'Y' TO WS-MC-OPEN-OK
           END-IF
           IF ARG-ACCOUNT NOT = SPACES
              MOVE ARG-ACCOUNT TO TR-MY-NAME
              MOVE LOW-VALUES TO TR-TIME-STAMP
              START USER-TRANSFERS KEY IS >= TR-KEY
              IF WS-T-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Month":' WS-MONTH ','
           DISPLAY '  "PriorMonth":' WS-PRIOR-MONTH ','
           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'SPENDING ANALYSIS ' WS-MONTH ' AGAINST '
              WS-PRIOR-MONTH
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '  "Accounts":['
           PERFORM SCAN-TRANSFERS UNTIL WS-EOF = 'Y'
      *The last account's categories are still waiting
           IF WS-CUR-ACCOUNT NOT = SPACES
              PERFORM REPORT-ONE-ACCOUNT
           END-IF
           DISPLAY '  ],'
           DISPLAY '  "Count":' WS-ACCOUNTS-REPORTED ','
           DISPLAY '  "Dropped":' WS-OVERFLOW-DROPPED
           DISPLAY '}'
           IF WS-OVERFLOW-DROPPED > 0
              MOVE SPACES TO WS-SPOOL-LINE
              STRING 'PURCHASES NOT GROUPED ' WS-OVERFLOW-DROPPED
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF
           PERFORM SPOOL-FINISH
           CLOSE USER-TRANSFERS
           CLOSE CATEGORY-MASTER
           GOBACK.
      *The month asked for, or the one just ended by the business
      *(or machine) date, and the month before it
       SET-MONTHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS
           IF ARG-MONTH IS NUMERIC
              MOVE ARG-MONTH TO WS-MONTH
           ELSE
              MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH
              PERFORM STEP-BACK-MONTH
           END-IF
           MOVE WS-MONTH TO WS-PRIOR-MONTH
           MOVE WS-PRIOR-MONTH(1:4) TO WS-MONTH-YY
           MOVE WS-PRIOR-MONTH(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
              COMPUTE WS-MONTH-YY = WS-MONTH-YY - 1
              MOVE 12 TO WS-MONTH-MM
           ELSE
              COMPUTE WS-MONTH-MM = WS-MONTH-MM - 1
           END-IF
           COMPUTE WS-PRIOR-MONTH = WS-MONTH-YY * 100 + WS-MONTH-MM.
       STEP-BACK-MONTH.
           MOVE WS-MONTH(1:4) TO WS-MONTH-YY
           MOVE WS-MONTH(5:2) TO WS-MONTH-MM
           IF WS-MONTH-MM = 1
              COMPUTE WS-MONTH-YY = WS-MONTH-YY - 1
              MOVE 12 TO WS-MONTH-MM
           ELSE
              COMPUTE WS-MONTH-MM = WS-MONTH-MM - 1
           END-IF
           COMPUTE WS-MONTH = WS-MONTH-YY * 100 + WS-MONTH-MM.
      *The ledger is in account order, so a change of account closes
      *the previous one off
       SCAN-TRANSFERS.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ARG-ACCOUNT NOT = SPACES
                         AND TR-MY-NAME NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      PERFORM CHECK-ONE-TRANSFER
                   END-IF
           END-READ.
       CHECK-ONE-TRANSFER.
           IF TR-MY-NAME NOT = WS-CUR-ACCOUNT
              IF WS-CUR-ACCOUNT NOT = SPACES
                 PERFORM REPORT-ONE-ACCOUNT
              END-IF
              MOVE TR-MY-NAME TO WS-CUR-ACCOUNT
              MOVE 0 TO WS-CATEGORY-COUNT
           END-IF
           COMPUTE WS-TR-MONTH-NO = TR-YEAR * 100 + TR-MONTH
           IF (WS-TR-MONTH-NO = WS-MONTH
                 OR WS-TR-MONTH-NO = WS-PRIOR-MONTH)
                 AND (TR-TYPE-NAME = "debit card purchase"
                      OR TR-TYPE-NAME = "mobile pay purchase"
                      OR TR-TYPE-NAME = "credit card purchase")
              PERFORM TALLY-ONE-PURCHASE
           END-IF.
       TALLY-ONE-PURCHASE.
           MOVE TR-OWN-CURRENCY TO WS-CUR-CCY
           COMPUTE WS-SPEND = - TR-OWN-AMOUNT
           MOVE SPACES TO WS-CODE
           IF TR-MCC IS NUMERIC
              MOVE TR-MCC TO WS-CODE
           END-IF
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-CATEGORY-SLOT WS-CATEGORY-COUNT TIMES
           IF WS-SLOT = 0
              IF WS-CATEGORY-COUNT < 100
                 ADD 1 TO WS-CATEGORY-COUNT
                 MOVE WS-CATEGORY-COUNT TO WS-SLOT
                 MOVE WS-CODE TO WS-CT-CODE(WS-SLOT)
                 MOVE 0 TO WS-CT-COUNT(WS-SLOT)
                 MOVE 0 TO WS-CT-TOTAL(WS-SLOT)
                 MOVE 0 TO WS-CT-PRIOR-COUNT(WS-SLOT)
                 MOVE 0 TO WS-CT-PRIOR-TOTAL(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT = 0
              ADD 1 TO WS-OVERFLOW-DROPPED
           ELSE
              IF WS-TR-MONTH-NO = WS-MONTH
                 ADD 1 TO WS-CT-COUNT(WS-SLOT)
                 ADD WS-SPEND TO WS-CT-TOTAL(WS-SLOT)
              ELSE
                 ADD 1 TO WS-CT-PRIOR-COUNT(WS-SLOT)
                 ADD WS-SPEND TO WS-CT-PRIOR-TOTAL(WS-SLOT)
              END-IF
           END-IF.
       FIND-CATEGORY-SLOT.
           ADD 1 TO WS-IX
           IF WS-CT-CODE(WS-IX) = WS-CODE
              MOVE WS-IX TO WS-SLOT
           END-IF.
      *Only an account that bought something in either month is
      *reported
       REPORT-ONE-ACCOUNT.
           IF WS-CATEGORY-COUNT > 0
              PERFORM REPORT-ACCOUNT-CATEGORIES
           END-IF.
       REPORT-ACCOUNT-CATEGORIES.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           ADD 1 TO WS-ACCOUNTS-REPORTED
           MOVE 0 TO WS-ACCOUNT-TOTAL
           MOVE 0 TO WS-ACCOUNT-PRIOR
           DISPLAY '  {'
           DISPLAY '    "Account":"' WS-CUR-ACCOUNT '",'
           DISPLAY '    "Currency":"' WS-CUR-CCY '",'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ACCOUNT ' WS-CUR-ACCOUNT ' ' WS-CUR-CCY
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '    "Categories":['
           MOVE 'Y' TO WS-CT-START
           MOVE 0 TO WS-IX
           PERFORM REPORT-ONE-CATEGORY WS-CATEGORY-COUNT TIMES
           DISPLAY '    ],'
           MOVE WS-ACCOUNT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '    "Total":' WS-AMOUNT-EDIT ','
           MOVE WS-ACCOUNT-PRIOR TO WS-AMOUNT-EDIT
           DISPLAY '    "PriorTotal":' WS-AMOUNT-EDIT ','
           COMPUTE WS-CHANGE = WS-ACCOUNT-TOTAL - WS-ACCOUNT-PRIOR
           MOVE WS-CHANGE TO WS-AMOUNT-EDIT
           DISPLAY '    "Change":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
       REPORT-ONE-CATEGORY.
           ADD 1 TO WS-IX
           PERFORM GET-CATEGORY-NAME
           ADD WS-CT-TOTAL(WS-IX) TO WS-ACCOUNT-TOTAL
           ADD WS-CT-PRIOR-TOTAL(WS-IX) TO WS-ACCOUNT-PRIOR
           IF WS-CT-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-CT-START
           DISPLAY '      {'
           DISPLAY '        "Code":"' WS-CT-CODE(WS-IX) '",'
           DISPLAY '        "Name":"' WS-CATEGORY-NAME '",'
           DISPLAY '        "Count":' WS-CT-COUNT(WS-IX) ','
           MOVE WS-CT-TOTAL(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '        "Total":' WS-AMOUNT-EDIT ','
           DISPLAY '        "PriorCount":' WS-CT-PRIOR-COUNT(WS-IX) ','
           MOVE WS-CT-PRIOR-TOTAL(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '        "PriorTotal":' WS-AMOUNT-EDIT ','
           COMPUTE WS-CHANGE
              = WS-CT-TOTAL(WS-IX) - WS-CT-PRIOR-TOTAL(WS-IX)
           MOVE WS-CHANGE TO WS-AMOUNT-EDIT
           DISPLAY '        "Change":' WS-AMOUNT-EDIT ','
      *No spend the month before leaves nothing to take a percentage
      *of
           IF WS-CT-PRIOR-TOTAL(WS-IX) > 0
              COMPUTE WS-CHANGE-PCT ROUNDED
                 = WS-CHANGE * 100 / WS-CT-PRIOR-TOTAL(WS-IX)
              MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
              DISPLAY '        "ChangePct":' WS-PCT-EDIT
           ELSE
              DISPLAY '        "ChangePct":null'
           END-IF
           DISPLAY '      }'
           MOVE SPACES TO WS-SPOOL-LINE
           MOVE WS-CT-TOTAL(WS-IX) TO WS-TOTAL-EDIT
           MOVE WS-CHANGE TO WS-AMOUNT-EDIT
           STRING '  ' WS-CT-CODE(WS-IX) ' ' WS-CATEGORY-NAME ' '
              WS-CT-COUNT(WS-IX) ' ' WS-TOTAL-EDIT
              ' CHANGE ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
       GET-CATEGORY-NAME.
           IF WS-CT-CODE(WS-IX) = SPACES
              MOVE "unclassified" TO WS-CATEGORY-NAME
           ELSE
              MOVE SPACES TO WS-CATEGORY-NAME
              IF WS-MC-OPEN-OK = 'Y'
                 MOVE WS-CT-CODE(WS-IX) TO MC-CODE
                 READ CATEGORY-MASTER RECORD KEY MC-CODE
                 NOT INVALID KEY
                    MOVE MC-NAME TO WS-CATEGORY-NAME
                 END-READ
              END-IF
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
              MOVE 'SPENDAN' TO SP-REPORT
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
              MOVE 'SPENDAN' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'SPENDAN' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
