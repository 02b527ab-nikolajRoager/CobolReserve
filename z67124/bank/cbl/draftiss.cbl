      *Issue a bank draft (cashier's cheque) over the counter. The
      *purchaser is debited into the "DRAFTS   " outstanding-drafts
      *account by CALLing TRNSFR - so the purchase carries the
      *purchaser's own authorisation, the funds check and the normal
      *fees, exactly as OUTPAY moves a payment to the nostro - and
      *the draft goes on the DRAFTREG register under the serial
      *printed on the draft form, with its payee and face amount.
      *Nothing is registered unless the transfer actually posted.
      *What landed on DRAFTS (in DRAFTS' own currency) is registered
      *with the draft, so paying, cancelling or escheating it takes
      *exactly that back off again
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DRAFTISS.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-REGISTER ASSIGN TO DRAFTREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DF-SERIAL
              FILE STATUS IS WS-DF-FILE-STATUS.
           SELECT ACCOUNT-ALIASES ASSIGN TO ACTALIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AL-NUMBER
              FILE STATUS IS WS-AL-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *Business date the draft is issued on
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  DRAFT-REGISTER DATA RECORD IS DF-RECORD.
       COPY draftrec.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-DF-FILE-STATUS PIC XX.
       01 WS-AL-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-TRANSFER-EDIT PIC 9(12).9(4).
      *DRAFTS' balance either side of the purchase - the difference
      *is the liability this draft put there
       01 WS-DRAFTS-BEFORE PIC S9(13)V9(4).
       01 WS-DRAFTS-AFTER PIC S9(13)V9(4).
       01 WS-DRAFTS-FOUND PIC X.
       01 WS-RESOLVE.
           05 WS-RS-NAME PIC X(9).
           05 WS-RS-OK PIC X.
      *The "draft 00001234" remittance reference on the purchase
       01 WS-DRAFT-REF.
           05 FILLER PIC X(6) VALUE 'draft '.
           05 WS-DRAFT-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
      *Staging for CHKDIGIT, laid out exactly like its LINKAGE SECTION
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
           05 TR-ARG-HASH      PIC X(8).
      *Must skip the second-teller divert: a purchase parked in
      *PENDING-APPROVAL would later land on DRAFTS with no draft
      *registered against it. The teller at the counter is the
      *control point, same reasoning OUTPAY applies
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *The bank's own account - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8).
           05 TR-ARG-REMIT-REF PIC X(20) VALUE SPACES.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The purchaser - ACT-NAME or account number
           05 ARG-ACCOUNT PIC X(9).
      *Claimed password/PIN hash for the purchaser's account
           05 ARG-HASH PIC X(8).
      *The serial pre-printed on the draft form being issued
           05 ARG-SERIAL PIC X(8).
      *Face amount and currency to be printed on the draft
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-CURRENCY PIC X(3).
           05 ARG-PAYEE PIC X(30).
           05 ARG-TELLER-ID PIC X(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount is not a valid number"'
              DISPLAY '}'
              GOBACK
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
           IF WS-AMOUNT <= 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount must be positive"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-SERIAL NOT NUMERIC OR ARG-SERIAL = '00000000'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft serial must be numeric"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-PAYEE = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Payee is required"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF

           MOVE ARG-ACCOUNT TO WS-RS-NAME
           PERFORM RESOLVE-ACCOUNT-NUMBER
           IF WS-RS-OK = 'C'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account number check digit fails"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF WS-RS-OK = 'U'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account number not known"'
              DISPLAY '}'
              GOBACK
           END-IF

      *A serial already on the register is a form already used
           OPEN I-O DRAFT-REGISTER
           IF WS-DF-FILE-STATUS = '35'
              OPEN OUTPUT DRAFT-REGISTER
              CLOSE DRAFT-REGISTER
              OPEN I-O DRAFT-REGISTER
           END-IF
           IF WS-DF-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Draft register error ' WS-DF-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           MOVE ARG-SERIAL TO DF-SERIAL
           READ DRAFT-REGISTER RECORD KEY DF-SERIAL
           NOT INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft serial already issued"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-READ

           PERFORM READ-DRAFTS-BALANCE
           IF WS-DRAFTS-FOUND NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No outstanding-drafts account"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           MOVE WS-DRAFTS-AFTER TO WS-DRAFTS-BEFORE

      *Money first: purchaser to DRAFTS through TRNSFR, with the
      *purchaser's own hash doing the authorising
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-AMOUNT TO WS-TRANSFER-EDIT
           MOVE WS-TRANSFER-EDIT TO TR-ARG-AMOUNT
           MOVE ARG-CURRENCY TO TR-ARG-CURRENCY
           MOVE ARG-HASH TO TR-ARG-HASH
           MOVE WS-RS-NAME TO TR-ARG-FROM-NAME
           MOVE ARG-TELLER-ID TO TR-ARG-TELLER-ID
           MOVE ARG-SERIAL TO WS-DRAFT-REF-SERIAL
           MOVE WS-DRAFT-REF TO TR-ARG-REMIT-REF
           MOVE "DRAFTS   " TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Draft purchase did not post"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
      *TRNSFR has closed its files - see what it put on DRAFTS
           PERFORM READ-DRAFTS-BALANCE

           MOVE ARG-SERIAL TO DF-SERIAL
           MOVE 'O' TO DF-STATUS
           MOVE WS-RS-NAME TO DF-PURCHASER
           MOVE ARG-PAYEE TO DF-PAYEE
           MOVE WS-AMOUNT TO DF-AMOUNT
           MOVE ARG-CURRENCY TO DF-CURRENCY
           COMPUTE DF-LIABILITY = WS-DRAFTS-AFTER - WS-DRAFTS-BEFORE
           MOVE WS-TODAY TO DF-ISSUE-DATE
           MOVE 0 TO DF-CLOSED-DATE
           MOVE SPACES TO DF-PRESENT-REF
           MOVE ARG-TELLER-ID TO DF-TELLER-ID
           MOVE SPACES TO DF-OPERATOR-ID
           WRITE DF-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Draft booked wrong after posting, '
                 'reconcile DRAFTS: ' WS-DF-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-WRITE

           MOVE DF-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Serial":' DF-SERIAL ','
           DISPLAY '  "Purchaser":"' DF-PURCHASER '",'
           DISPLAY '  "Payee":"' DF-PAYEE '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' DF-CURRENCY '",'
           DISPLAY '  "IssueDate":' DF-ISSUE-DATE
           DISPLAY '}'
           CLOSE DRAFT-REGISTER
           GOBACK.
      *The outstanding-drafts account's balance into WS-DRAFTS-AFTER;
      *WS-DRAFTS-FOUND says whether the account is there at all
       READ-DRAFTS-BALANCE.
           MOVE 0 TO WS-DRAFTS-AFTER
           MOVE 'N' TO WS-DRAFTS-FOUND
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
              MOVE "DRAFTS   " TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 MOVE ACT-BALANCE TO WS-DRAFTS-AFTER
                 MOVE 'Y' TO WS-DRAFTS-FOUND
              END-READ
              CLOSE USER-ACCOUNTS
           END-IF.
      *An all-digit identifier is an account number: the check digit
      *must prove the keying and the alias file must know it, then
      *the real ACT-NAME takes its place. Anything else passes
       RESOLVE-ACCOUNT-NUMBER.
           MOVE 'Y' TO WS-RS-OK
           IF WS-RS-NAME NUMERIC
              MOVE WS-RS-NAME TO CD-ARG-NUMBER
              CALL 'CHKDIGIT' USING CD-ARG-BUFFER
              IF CD-ARG-RESULT NOT = 'Y'
                 MOVE 'C' TO WS-RS-OK
              ELSE
                 OPEN INPUT ACCOUNT-ALIASES
                 IF WS-AL-FILE-STATUS = '00'
                       OR WS-AL-FILE-STATUS = '97'
                    MOVE WS-RS-NAME TO AL-NUMBER
                    READ ACCOUNT-ALIASES RECORD KEY AL-NUMBER
                    INVALID KEY
                       MOVE 'U' TO WS-RS-OK
                    NOT INVALID KEY
                       MOVE AL-ACT-NAME TO WS-RS-NAME
                    END-READ
                    CLOSE ACCOUNT-ALIASES
                 ELSE
                    MOVE 'U' TO WS-RS-OK
                 END-IF
              END-IF
           END-IF.
