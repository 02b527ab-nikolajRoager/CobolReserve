      *Product terms lookup: given an account's product code and a
      *date, hand back the pricing in force for that product on that
      *day - the latest PRODMAST version effective on or before it.
      *An account with no product, or one whose product has no
      *version in force yet, gets the bank-wide STATFILE terms
      *instead, the credit rate picked on the account type the way
      *INTPOST always has. The one place the choice between product
      *and bank-wide terms lives, CALLed by INTPOST/FEESWEP/BACKVAL/
      *ADDUSER/PRODCHG/STMTPRNT/NOTCHECK/NOTICE/BONUSINT the same
      *way they call DATEROLL.
      *Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRODTERM.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER ASSIGN TO PRODMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-KEY
           FILE STATUS IS WS-PD-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRODUCT-MASTER DATA RECORD IS PD-RECORD.
       COPY prodrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PD-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-DONE PIC X.
      *The bank-wide terms, read off STATFILE once per run unit - a
      *nightly sweep calls in here once per account
       01 WS-STAT-LOADED PIC X VALUE 'N'.
       01 WS-BANK-TERMS.
           05 WS-BANK-RATE-CHECKING PIC 9V9999.
           05 WS-BANK-RATE-SAVINGS  PIC 9V9999.
           05 WS-BANK-DEBIT-RATE    PIC 9V9999.
           05 WS-BANK-MIN-BALANCE   PIC 9(11)V9(4).
           05 WS-BANK-MAINT-FEE     PIC 9(11)V9(4).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *In: the account's ACT-PRODUCT-CODE, spaces = none
           05 ARG-PRODUCT-CODE PIC X(8).
      *In: the day the terms are wanted for, CCYYMMDD
           05 ARG-ON-DATE PIC 9(8).
      *In: the account's ACT-TYPE, picks the bank-wide credit rate
      *when no product applies
           05 ARG-ACCOUNT-TYPE PIC X(1).
      *Output: Y = product terms, N = bank-wide STATFILE terms
           05 ARG-FOUND PIC X(1).
           05 ARG-PRODUCT-NAME PIC X(20).
           05 ARG-PRODUCT-TYPE PIC X(1).
           05 ARG-CREDIT-RATE PIC 9V9999.
           05 ARG-DEBIT-RATE PIC 9V9999.
           05 ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
      *0 = no ceiling (bank-wide terms put none on the credit line)
           05 ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
      *A = on sale, W = withdrawn, spaces for bank-wide terms
           05 ARG-PRODUCT-STATUS PIC X(1).
      *Effective date of the version handed back, 0 for bank-wide
           05 ARG-EFFECTIVE-DATE PIC 9(8).
      *Days' notice before money may leave, 0 = instant access
           05 ARG-NOTICE-DAYS PIC 9(3).
      *Monthly reward-saver bonus rate, 0 = none
           05 ARG-BONUS-RATE PIC 9V9999.
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-FOUND
           IF ARG-PRODUCT-CODE NOT = SPACES
              PERFORM FIND-PRODUCT-TERMS
           END-IF
           IF ARG-FOUND = 'N'
              PERFORM USE-BANK-TERMS
           END-IF
           GOBACK.
      *Walk the product's versions in effective-date order, keeping
      *the last one already in force. No master on disk just means
      *no product has been set up yet
       FIND-PRODUCT-TERMS.
           OPEN INPUT PRODUCT-MASTER
           IF WS-PD-FILE-STATUS = '00' OR WS-PD-FILE-STATUS = '97'
              MOVE ARG-PRODUCT-CODE TO PD-CODE
              MOVE 0 TO PD-EFFECTIVE-DATE
              MOVE 'N' TO WS-DONE
              START PRODUCT-MASTER KEY IS >= PD-KEY
              IF WS-PD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-DONE
              END-IF
              PERFORM READ-ONE-VERSION UNTIL WS-DONE = 'Y'
              CLOSE PRODUCT-MASTER
           END-IF.
       READ-ONE-VERSION.
           READ PRODUCT-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF PD-CODE NOT = ARG-PRODUCT-CODE
                         OR PD-EFFECTIVE-DATE > ARG-ON-DATE
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      MOVE 'Y' TO ARG-FOUND
                      MOVE PD-NAME TO ARG-PRODUCT-NAME
                      MOVE PD-ACCOUNT-TYPE TO ARG-PRODUCT-TYPE
                      MOVE PD-CREDIT-RATE TO ARG-CREDIT-RATE
                      MOVE PD-DEBIT-RATE TO ARG-DEBIT-RATE
                      MOVE PD-MIN-BALANCE TO ARG-MIN-BALANCE
                      MOVE PD-MAINTENANCE-FEE TO ARG-MAINTENANCE-FEE
                      MOVE PD-OVERDRAFT-CEILING
                         TO ARG-OVERDRAFT-CEILING
                      MOVE PD-STATUS TO ARG-PRODUCT-STATUS
                      MOVE PD-EFFECTIVE-DATE TO ARG-EFFECTIVE-DATE
                      MOVE PD-NOTICE-DAYS TO ARG-NOTICE-DAYS
                      MOVE PD-BONUS-RATE TO ARG-BONUS-RATE
                   END-IF
           END-READ.
      *The terms every account was priced on before the catalogue
      *existed
       USE-BANK-TERMS.
           IF WS-STAT-LOADED = 'N'
              PERFORM LOAD-BANK-TERMS
           END-IF
           MOVE SPACES TO ARG-PRODUCT-NAME
           MOVE ARG-ACCOUNT-TYPE TO ARG-PRODUCT-TYPE
           IF ARG-ACCOUNT-TYPE = 'S'
              MOVE WS-BANK-RATE-SAVINGS TO ARG-CREDIT-RATE
           ELSE
              MOVE WS-BANK-RATE-CHECKING TO ARG-CREDIT-RATE
           END-IF
           MOVE WS-BANK-DEBIT-RATE TO ARG-DEBIT-RATE
           MOVE WS-BANK-MIN-BALANCE TO ARG-MIN-BALANCE
           MOVE WS-BANK-MAINT-FEE TO ARG-MAINTENANCE-FEE
           MOVE 0 TO ARG-OVERDRAFT-CEILING
           MOVE SPACES TO ARG-PRODUCT-STATUS
           MOVE 0 TO ARG-EFFECTIVE-DATE
           MOVE 0 TO ARG-NOTICE-DAYS
           MOVE 0 TO ARG-BONUS-RATE.
       LOAD-BANK-TERMS.
           INITIALIZE WS-BANK-TERMS
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              COMPUTE WS-BANK-RATE-CHECKING
                 = FUNCTION NUMVAL(S-INTEREST-CHECKING)
              COMPUTE WS-BANK-RATE-SAVINGS
                 = FUNCTION NUMVAL(S-INTEREST-SAVINGS)
              COMPUTE WS-BANK-DEBIT-RATE
                 = FUNCTION NUMVAL(S-DEPT-INTEREST)
              COMPUTE WS-BANK-MIN-BALANCE
                 = FUNCTION NUMVAL(S-MIN-BALANCE)
              COMPUTE WS-BANK-MAINT-FEE
                 = FUNCTION NUMVAL(S-MAINTENANCE-FEE)
              MOVE 'Y' TO WS-STAT-LOADED
           END-IF
           CLOSE STATS.
