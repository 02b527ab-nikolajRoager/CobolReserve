      *Pay a bill - a utility, the tax office, anyone on the biller
      *directory SETBILL keeps. The customer reference is held to the
      *biller's format and check digit BEFORE any money moves, since
      *a payment the biller cannot match to a bill comes back as a
      *complaint weeks later. The customer is then debited into the
      *"BILLCLR  " bill-payment clearing account by CALLing TRNSFR
      *(so the payment carries the normal authorisation, fees and
      *USER-TRANSFERS logging, with the reference on the ledger) and
      *the payment is booked on BILLPAYS for BILLREM, which sends the
      *biller the day's remittance and settles it in one amount.
      *Nothing is booked unless the transfer actually posted
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BILLPAY.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-DIRECTORY ASSIGN TO BILLDIR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BI-CODE
           FILE STATUS IS WS-BI-FILE-STATUS.
           SELECT BILL-PAYMENTS ASSIGN TO BILLPAYS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BP-KEY
           FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILLER-DIRECTORY DATA RECORD IS BI-RECORD.
       COPY billdir.
       FD  BILL-PAYMENTS DATA RECORD IS BP-RECORD.
       COPY bpayrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-BI-FILE-STATUS PIC XX.
       01 WS-BP-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-NAME PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-AMOUNT PIC S9(12)V9(4).
       01 WS-AMOUNT-EDIT PIC 9(12).9(4).
      *The reference as quoted, one character at a time against the
      *biller's mask
       01 WS-REFERENCE PIC X(20).
       01 WS-MASK PIC X(20).
       01 WS-POS PIC 9(2).
       01 WS-REF-LENGTH PIC 9(2).
       01 WS-TRAIL PIC 9(2).
      *Y = the reference passes the mask and the check digit
       01 WS-REF-OK PIC X.
      *Check-digit arithmetic, counted from the right like CHKDIGIT
       01 WS-FROM-RIGHT PIC 9(2).
       01 WS-VAL PIC 9(2).
       01 WS-WEIGHT PIC 9(1).
       01 WS-TOTAL PIC 9(4).
       01 WS-CHECK PIC 9(2).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
           05 TR-ARG-HASH      PIC X(8).
      *Must skip the second-teller divert: a transfer parked in
      *PENDING-APPROVAL would later land on BILLCLR with no bill
      *payment booked against it, same reasoning as OUTPAY
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
      *A rate-lock quote id from FXQUOTE - spaces = convert at the
      *live rates as always
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *Pre-authorised destination - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8).
      *Remittance reference carried through to the ledger record
           05 TR-ARG-REMIT-REF PIC X(20) VALUE SPACES.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-LENGTH pic S9(4) COMP.
           05 ARG-RECORD.
              10 ARG-AMOUNT    PIC X(12)XX(4).
      *Spaces = the biller's currency, anything else must match it
              10 ARG-CURRENCY  PIC X(3).
      *Claimed password/PIN hash for the paying account
              10 ARG-HASH      PIC X(8).
      *Which biller, from the SETBILL directory
              10 ARG-BILLER    PIC X(8).
      *The customer's reference with the biller - account number,
      *tax id, invoice number - as printed on the bill
              10 ARG-REFERENCE PIC X(20).
      *Branch terminal/teller ID, spaces for self-service
              10 ARG-TELLER-ID PIC X(8).
              10 ARG-NAME      PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 64.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
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

      *The biller has to be on the directory and taking payments
      *before anything moves
           OPEN INPUT BILLER-DIRECTORY
           IF WS-BI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Biller file error '
                 WS-BI-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE BILLER-DIRECTORY
              GOBACK
           END-IF
           MOVE ARG-BILLER TO BI-CODE
           READ BILLER-DIRECTORY RECORD KEY BI-CODE
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Biller ' ARG-BILLER
                 ' not on the directory"'
              DISPLAY '}'
              CLOSE BILLER-DIRECTORY
              GOBACK
           END-READ
           CLOSE BILLER-DIRECTORY
           IF NOT BI-IS-ACTIVE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Biller ' BI-CODE
                 ' is not taking payments"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-CURRENCY NOT = SPACES
                 AND ARG-CURRENCY NOT = BI-CURRENCY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Biller ' BI-CODE ' is paid in '
                 BI-CURRENCY '"'
              DISPLAY '}'
              GOBACK
           END-IF

           MOVE ARG-REFERENCE TO WS-REFERENCE
           PERFORM CHECK-REFERENCE THRU CHECK-REFERENCE-EXIT
           IF WS-REF-OK NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Reference ' WS-REFERENCE
                 ' is not valid for biller ' BI-CODE '"'
              DISPLAY '}'
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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

      *Money first: customer to the clearing account through TRNSFR,
      *with the customer's own hash doing the authorising
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO TR-ARG-AMOUNT
           MOVE BI-CURRENCY TO TR-ARG-CURRENCY
           MOVE ARG-HASH TO TR-ARG-HASH
           MOVE WS-NAME TO TR-ARG-FROM-NAME
           MOVE ARG-TELLER-ID TO TR-ARG-TELLER-ID
           MOVE WS-REFERENCE TO TR-ARG-REMIT-REF
           MOVE "BILLCLR  " TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bill payment transfer did not post"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O BILL-PAYMENTS
           IF WS-BP-FILE-STATUS = '35'
              OPEN OUTPUT BILL-PAYMENTS
              CLOSE BILL-PAYMENTS
              OPEN I-O BILL-PAYMENTS
           END-IF
           IF WS-BP-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Payment booked wrong after posting, '
                 'reconcile BILLCLR: ' WS-BP-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE BILL-PAYMENTS
              GOBACK
           END-IF
           MOVE BI-CODE TO BP-BILLER
           MOVE FUNCTION CURRENT-DATE TO BP-TIME-STAMP
           MOVE WS-NAME TO BP-FROM-NAME
           MOVE WS-REFERENCE TO BP-REFERENCE
           MOVE WS-AMOUNT TO BP-AMOUNT
           MOVE BI-CURRENCY TO BP-CURRENCY
           MOVE WS-TODAY TO BP-PAID-DATE
           MOVE 'P' TO BP-STATUS
           MOVE 0 TO BP-REMIT-DATE
           MOVE ARG-TELLER-ID TO BP-TELLER-ID
           WRITE BP-RECORD
           INVALID KEY
      *Two payments to one biller in the same hundredth of a second
              ADD 1 TO BP-MILIS
              WRITE BP-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           IF WS-BP-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Payment booked wrong after posting, '
                 'reconcile BILLCLR: ' WS-BP-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE BILL-PAYMENTS
              GOBACK
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "PaymentRef":"' BP-KEY '",'
           DISPLAY '  "Biller":"' BI-NAME '",'
           DISPLAY '  "Reference":"' BP-REFERENCE '",'
           DISPLAY '  "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Currency":"' BP-CURRENCY '"'
           DISPLAY '}'
           CLOSE BILL-PAYMENTS
           GOBACK.
      *The reference against the biller's mask position by position,
      *then the check digit. A mask position left blank must be
      *blank in the reference too, so the lengths have to agree
       CHECK-REFERENCE.
           MOVE 'N' TO WS-REF-OK
           IF WS-REFERENCE = SPACES
              GO TO CHECK-REFERENCE-EXIT
           END-IF
           MOVE 'Y' TO WS-REF-OK
           IF BI-REF-FORMAT NOT = SPACES
              MOVE BI-REF-FORMAT TO WS-MASK
              PERFORM CHECK-ONE-POSITION
                 VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 20
           END-IF
           IF WS-REF-OK NOT = 'Y' OR BI-NO-CHECK
              GO TO CHECK-REFERENCE-EXIT
           END-IF
      *Both check-digit rules need an all-digit reference with at
      *least one digit in front of the check digit
           MOVE 0 TO WS-TRAIL
           INSPECT FUNCTION REVERSE(WS-REFERENCE)
              TALLYING WS-TRAIL FOR LEADING SPACES
           COMPUTE WS-REF-LENGTH = 20 - WS-TRAIL
           IF WS-REF-LENGTH < 2
                 OR WS-REFERENCE(1:WS-REF-LENGTH) NOT NUMERIC
              MOVE 'N' TO WS-REF-OK
              GO TO CHECK-REFERENCE-EXIT
           END-IF
           MOVE 0 TO WS-TOTAL
           IF BI-CHECK-LUHN
              PERFORM ADD-LUHN-DIGIT
                 VARYING WS-POS FROM WS-REF-LENGTH BY -1
                 UNTIL WS-POS < 1
              IF FUNCTION MOD(WS-TOTAL, 10) NOT = 0
                 MOVE 'N' TO WS-REF-OK
              END-IF
           ELSE
      *Modulus 11: weights 2 to 7 repeating leftward from the digit
      *before the check digit; 11 minus the remainder is the check
      *digit, 11 counts as 0 and 10 can never be valid
              COMPUTE WS-POS = WS-REF-LENGTH - 1
              PERFORM ADD-MOD11-DIGIT
                 VARYING WS-POS FROM WS-POS BY -1
                 UNTIL WS-POS < 1
              COMPUTE WS-CHECK = 11 - FUNCTION MOD(WS-TOTAL, 11)
              IF WS-CHECK = 11
                 MOVE 0 TO WS-CHECK
              END-IF
              MOVE WS-REFERENCE(WS-REF-LENGTH:1) TO WS-VAL
              IF WS-CHECK NOT = WS-VAL
                 MOVE 'N' TO WS-REF-OK
              END-IF
           END-IF.
       CHECK-REFERENCE-EXIT.
           EXIT.
      *9 = a digit, A = a letter, X = anything but a blank, blank =
      *must be blank, any other mask character must match itself
       CHECK-ONE-POSITION.
           EVALUATE WS-MASK(WS-POS:1)
              WHEN '9'
                 IF WS-REFERENCE(WS-POS:1) NOT NUMERIC
                    MOVE 'N' TO WS-REF-OK
                 END-IF
              WHEN 'A'
                 IF WS-REFERENCE(WS-POS:1) NOT ALPHABETIC
                       OR WS-REFERENCE(WS-POS:1) = SPACE
                    MOVE 'N' TO WS-REF-OK
                 END-IF
              WHEN 'X'
                 IF WS-REFERENCE(WS-POS:1) = SPACE
                    MOVE 'N' TO WS-REF-OK
                 END-IF
              WHEN OTHER
                 IF WS-REFERENCE(WS-POS:1) NOT = WS-MASK(WS-POS:1)
                    MOVE 'N' TO WS-REF-OK
                 END-IF
           END-EVALUATE.
      *Counting from the right, every second digit doubles; a double
      *past nine folds back by nine - CHKDIGIT's rule at any length
       ADD-LUHN-DIGIT.
           COMPUTE WS-FROM-RIGHT = WS-REF-LENGTH - WS-POS + 1
           MOVE WS-REFERENCE(WS-POS:1) TO WS-VAL
           IF FUNCTION MOD(WS-FROM-RIGHT, 2) = 0
              COMPUTE WS-VAL = WS-VAL * 2
              IF WS-VAL > 9
                 COMPUTE WS-VAL = WS-VAL - 9
              END-IF
           END-IF
           ADD WS-VAL TO WS-TOTAL.
       ADD-MOD11-DIGIT.
           COMPUTE WS-FROM-RIGHT = WS-REF-LENGTH - WS-POS
           COMPUTE WS-WEIGHT = FUNCTION MOD(WS-FROM-RIGHT - 1, 6) + 2
           MOVE WS-REFERENCE(WS-POS:1) TO WS-VAL
           COMPUTE WS-TOTAL = WS-TOTAL + WS-VAL * WS-WEIGHT.
