      *Pay a credit-card account down from the customer's checking
      *account. The amount moves from the CCACCT paying account to
      *the card account by CALLing TRNSFR, the same path LNPAY
      *repays a loan through (the paying account's hash authorises
      *it, and both USER-TRANSFERS legs get written), and is then
      *applied to the card's charges on CCITEMS oldest charge first
      *- a payment clears last month's purchases and the interest on
      *them before it touches yesterday's. Anything beyond what the
      *card owes never leaves the checking account, it is reported
      *back unapplied. The payment also counts towards the minimum
      *due and makes good any minimum already missed
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CCPAY.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNTS ASSIGN TO CCACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CC-ACCOUNT
           FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CARD-CHARGES ASSIGN TO CCITEMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-KEY
           FILE STATUS IS WS-CI-FILE-STATUS.
      *Read only, for what the card owes - TRNSFR does the posting
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARD-ACCOUNTS DATA RECORD IS CC-RECORD.
       COPY ccacct.
       FD  CARD-CHARGES DATA RECORD IS CI-RECORD.
       COPY ccitem.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-CI-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AMOUNT PIC 9(11)V9(4).
       01 WS-OWED PIC S9(12)V9(4).
       01 WS-APPLIED PIC 9(11)V9(4).
       01 WS-UNAPPLIED PIC 9(11)V9(4).
      *What is left of the payment while the charges are walked
       01 WS-TO-ALLOCATE PIC 9(11)V9(4).
       01 WS-TAKEN PIC 9(11)V9(4).
       01 WS-CHARGES-CLEARED PIC 9(6) VALUE 0.
       01 WS-CI-EOF PIC X.
       01 WS-CARD-CCY PIC X(3).
       01 WS-POST-EDIT PIC 9(11).9(4).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
           05 TR-ARG-HASH      PIC X(8).
      *The customer paying their own card, never held for a second
      *teller
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *Pre-authorised destination - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
      *Remittance reference carried through to the ledger record
           05 TR-ARG-REMIT-REF PIC X(20) VALUE 'CARD PAYMENT'.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The card account being paid
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-AMOUNT PIC X(12)XX(4).
      *Paying account's claimed hash, passed through to TRNSFR
           05 ARG-HASH PIC X(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount must be numeric"'
              DISPLAY '}'
              GOBACK
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
           IF WS-AMOUNT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount must be above zero"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN I-O CARD-ACCOUNTS
           IF WS-CC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Card account file error ' WS-CC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              GOBACK
           END-IF
           MOVE ARG-ACCOUNT TO CC-ACCOUNT
           READ CARD-ACCOUNTS RECORD KEY CC-ACCOUNT
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No credit line on file"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              GOBACK
           END-READ

      *What the card owes right now, off its own balance
           MOVE 0 TO WS-OWED
           OPEN INPUT USER-ACCOUNTS
           MOVE CC-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE SPACES TO WS-CARD-CCY
           NOT INVALID KEY
              COMPUTE WS-OWED = - ACT-BALANCE
              MOVE ACT-CURRENCY TO WS-CARD-CCY
           END-READ
           CLOSE USER-ACCOUNTS
           IF WS-OWED <= 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Nothing owed on the card"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              GOBACK
           END-IF
           IF WS-AMOUNT > WS-OWED
              MOVE WS-OWED TO WS-APPLIED
           ELSE
              MOVE WS-AMOUNT TO WS-APPLIED
           END-IF

      *Money first: the payment has to reach the card account
      *before any charge is marked cleared
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-APPLIED TO WS-POST-EDIT
           MOVE WS-POST-EDIT TO TR-ARG-AMOUNT
           MOVE WS-CARD-CCY TO TR-ARG-CURRENCY
           MOVE ARG-HASH TO TR-ARG-HASH
           MOVE CC-PAY-ACCOUNT TO TR-ARG-FROM-NAME
           MOVE CC-ACCOUNT TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Payment did not post"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              GOBACK
           END-IF

           MOVE WS-APPLIED TO WS-TO-ALLOCATE
           PERFORM CLEAR-OLDEST-CHARGES

           ADD WS-APPLIED TO CC-PAID-SINCE-STMT
      *A missed minimum is made good by the next money in
           IF CC-PAST-DUE > WS-APPLIED
              COMPUTE CC-PAST-DUE = CC-PAST-DUE - WS-APPLIED
           ELSE
              MOVE 0 TO CC-PAST-DUE
              MOVE 0 TO CC-OLDEST-MISSED
           END-IF
           REWRITE CC-RECORD

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           MOVE WS-APPLIED TO WS-AMOUNT-EDIT
           DISPLAY '  "Applied":' WS-AMOUNT-EDIT ','
           DISPLAY '  "ChargesCleared":' WS-CHARGES-CLEARED ','
           COMPUTE WS-OWED = WS-OWED - WS-APPLIED
           MOVE WS-OWED TO WS-AMOUNT-EDIT
           DISPLAY '  "StillOwed":' WS-AMOUNT-EDIT ','
           MOVE CC-PAST-DUE TO WS-AMOUNT-EDIT
           DISPLAY '  "PastDue":' WS-AMOUNT-EDIT ','
      *Never moved - still in the checking account
           COMPUTE WS-UNAPPLIED = WS-AMOUNT - WS-APPLIED
           MOVE WS-UNAPPLIED TO WS-AMOUNT-EDIT
           DISPLAY '  "UnappliedKeptByCustomer":' WS-AMOUNT-EDIT
           DISPLAY '}'
           CLOSE CARD-ACCOUNTS
           GOBACK.
      *The charges are keyed by the moment they were made, so reading
      *forward from the account's first key meets the oldest first
       CLEAR-OLDEST-CHARGES.
           MOVE 'N' TO WS-CI-EOF
           OPEN I-O CARD-CHARGES
           IF WS-CI-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-CI-EOF
           ELSE
              MOVE CC-ACCOUNT TO CI-ACCOUNT
              MOVE LOW-VALUES TO CI-TIME-STAMP
              START CARD-CHARGES KEY IS >= CI-KEY
              IF WS-CI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-CI-EOF
              END-IF
           END-IF
           PERFORM CLEAR-ONE-CHARGE
              UNTIL WS-CI-EOF = 'Y' OR WS-TO-ALLOCATE = 0
           CLOSE CARD-CHARGES.
       CLEAR-ONE-CHARGE.
           READ CARD-CHARGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CI-EOF
               NOT AT END
                   IF CI-ACCOUNT NOT = CC-ACCOUNT
                      MOVE 'Y' TO WS-CI-EOF
                   ELSE
                      IF CI-OPEN > 0
                         PERFORM TAKE-FROM-CHARGE
                      END-IF
                   END-IF
           END-READ.
       TAKE-FROM-CHARGE.
           IF WS-TO-ALLOCATE >= CI-OPEN
              MOVE CI-OPEN TO WS-TAKEN
              ADD 1 TO WS-CHARGES-CLEARED
           ELSE
              MOVE WS-TO-ALLOCATE TO WS-TAKEN
           END-IF
           COMPUTE CI-OPEN = CI-OPEN - WS-TAKEN
           COMPUTE WS-TO-ALLOCATE = WS-TO-ALLOCATE - WS-TAKEN
           REWRITE CI-RECORD.
