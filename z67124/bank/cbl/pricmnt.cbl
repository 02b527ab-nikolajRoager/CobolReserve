      *Set up, renew or cancel a negotiated relationship pricing
      *agreement on PRICAGR for one customer identity. Setting writes
      *the agreed terms with their effective and expiry dates and
      *the approving supervisor, replacing any earlier agreement and
      *starting its cost totals afresh; cancelling marks it C so it
      *stops applying at once but stays on file for PRICREP. Only
      *the terms actually given are negotiated - a blank rate or fee
      *leaves the standard one in force for that term
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRICMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-AGREEMENTS ASSIGN TO PRICAGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PA-CUSTOMER
              FILE STATUS IS WS-FILE-STATUS.
      *The identity must be a customer on the KYC master
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *Business date
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRICING-AGREEMENTS DATA RECORD IS PA-RECORD.
       COPY pricagr.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-CUSTOMER-OK PIC X.
       01 WS-RECORD.
           05 WS-EFFECTIVE-DATE PIC 9(8).
           05 WS-EXPIRY-DATE PIC 9(8).
           05 WS-TRANSACTION-FEE PIC 9V9999.
           05 WS-EXCHANGE-FEE PIC 9V9999.
           05 WS-CREDIT-RATE PIC 9V9999.
           05 WS-MAINTENANCE-FEE PIC 9(11)V9(4).
       01 WS-RATE-EDIT PIC 9.9999.
       01 WS-AMOUNT-EDIT PIC -Z(10)9.99.
      *Summary of the agreement before and after, for the audit entry
       01 WS-AUDIT-SUMMARY.
           05 WS-AS-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AS-EFFECTIVE PIC 9(8).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-AS-EXPIRY PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AS-FLAGS PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AS-APPROVED-BY PIC X(9).
       01 WS-AUDIT-BEFORE PIC X(40) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *S = set up or renew, X = cancel
           05 ARG-ACTION PIC X(1).
      *The customer identity, as on CUSTMAST
           05 ARG-CUSTOMER PIC X(9).
      *CCYYMMDD, spaces = today
           05 ARG-EFFECTIVE-DATE PIC X(8).
      *CCYYMMDD, last day the agreement applies - required to set
           05 ARG-EXPIRY-DATE PIC X(8).
      *Agreed per-posting rates, e.g. "0.0005", spaces = standard
           05 ARG-TRANSACTION-FEE PIC X(6).
           05 ARG-EXCHANGE-FEE PIC X(6).
           05 ARG-CREDIT-RATE PIC X(6).
      *Agreed monthly maintenance fee, account currency, spaces =
      *standard, 0 = waived
           05 ARG-MAINTENANCE-FEE PIC X(12)XX(4).
      *Approving supervisor, for the role gate, the agreement and
      *the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
      *Pricing concessions are supervisor work
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION NOT = 'S' AND NOT = 'X'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be S or X"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-CUSTOMER = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer required"'
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

           OPEN I-O PRICING-AGREEMENTS
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT PRICING-AGREEMENTS
              CLOSE PRICING-AGREEMENTS
              OPEN I-O PRICING-AGREEMENTS
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pricing agreements error '
                 WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE PRICING-AGREEMENTS
              GOBACK
           END-IF
           IF ARG-ACTION = 'X'
              PERFORM CANCEL-AGREEMENT
           ELSE
              PERFORM SET-AGREEMENT THRU SET-AGREEMENT-EXIT
           END-IF
           CLOSE PRICING-AGREEMENTS
           GOBACK.
      *Stop an agreement applying from now on. Its cost totals stay
      *for the report
       CANCEL-AGREEMENT.
           MOVE ARG-CUSTOMER TO PA-CUSTOMER
           READ PRICING-AGREEMENTS RECORD KEY PA-CUSTOMER
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No agreement for customer"'
              DISPLAY '}'
           NOT INVALID KEY
              IF PA-IS-CANCELLED
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Agreement already cancelled"'
                 DISPLAY '}'
              ELSE
                 PERFORM BUILD-AUDIT-SUMMARY
                 MOVE WS-AUDIT-SUMMARY TO WS-AUDIT-BEFORE
                 MOVE 'C' TO PA-STATUS
                 REWRITE PA-RECORD
                 PERFORM LOG-AUDIT
                 PERFORM SHOW-AGREEMENT
              END-IF
           END-READ.
       SET-AGREEMENT.
           PERFORM CHECK-CUSTOMER
           IF WS-CUSTOMER-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer not found or not active"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF
           IF ARG-EFFECTIVE-DATE = SPACES
              MOVE WS-TODAY TO WS-EFFECTIVE-DATE
           ELSE
              IF ARG-EFFECTIVE-DATE NOT NUMERIC
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Effective date must be CCYYMMDD"'
                 DISPLAY '}'
                 GO TO SET-AGREEMENT-EXIT
              END-IF
              MOVE ARG-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF ARG-EXPIRY-DATE NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Expiry date must be CCYYMMDD"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF
           MOVE ARG-EXPIRY-DATE TO WS-EXPIRY-DATE
           IF WS-EXPIRY-DATE < WS-EFFECTIVE-DATE
                 OR WS-EXPIRY-DATE < WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Expiry date before effective date or '
                 'today"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF
           IF ARG-TRANSACTION-FEE = SPACES
                 AND ARG-EXCHANGE-FEE = SPACES
                 AND ARG-CREDIT-RATE = SPACES
                 AND ARG-MAINTENANCE-FEE = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No negotiated term given"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF
           IF (ARG-TRANSACTION-FEE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-TRANSACTION-FEE) NOT = 0)
              OR (ARG-EXCHANGE-FEE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-EXCHANGE-FEE) NOT = 0)
              OR (ARG-CREDIT-RATE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-CREDIT-RATE) NOT = 0)
              OR (ARG-MAINTENANCE-FEE NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(ARG-MAINTENANCE-FEE) NOT = 0)
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rates and amounts must be numbers"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE ARG-CUSTOMER TO PA-CUSTOMER
           READ PRICING-AGREEMENTS RECORD KEY PA-CUSTOMER
           NOT INVALID KEY
              PERFORM BUILD-AUDIT-SUMMARY
              MOVE WS-AUDIT-SUMMARY TO WS-AUDIT-BEFORE
           END-READ
           MOVE ARG-CUSTOMER TO PA-CUSTOMER
           MOVE 'A' TO PA-STATUS
           MOVE WS-EFFECTIVE-DATE TO PA-EFFECTIVE-DATE
           MOVE WS-EXPIRY-DATE TO PA-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO PA-APPROVED-BY
           MOVE 'N' TO PA-TXN-FEE-FLAG
           MOVE 0 TO PA-TRANSACTION-FEE
           IF ARG-TRANSACTION-FEE NOT = SPACES
              MOVE 'Y' TO PA-TXN-FEE-FLAG
              COMPUTE PA-TRANSACTION-FEE
                 = FUNCTION NUMVAL(ARG-TRANSACTION-FEE)
           END-IF
           MOVE 'N' TO PA-FX-FEE-FLAG
           MOVE 0 TO PA-EXCHANGE-FEE
           IF ARG-EXCHANGE-FEE NOT = SPACES
              MOVE 'Y' TO PA-FX-FEE-FLAG
              COMPUTE PA-EXCHANGE-FEE
                 = FUNCTION NUMVAL(ARG-EXCHANGE-FEE)
           END-IF
           MOVE 'N' TO PA-RATE-FLAG
           MOVE 0 TO PA-CREDIT-RATE
           IF ARG-CREDIT-RATE NOT = SPACES
              MOVE 'Y' TO PA-RATE-FLAG
              COMPUTE PA-CREDIT-RATE = FUNCTION NUMVAL(ARG-CREDIT-RATE)
           END-IF
           MOVE 'N' TO PA-MAINT-FLAG
           MOVE 0 TO PA-MAINTENANCE-FEE
           IF ARG-MAINTENANCE-FEE NOT = SPACES
              MOVE 'Y' TO PA-MAINT-FLAG
              COMPUTE PA-MAINTENANCE-FEE
                 = FUNCTION NUMVAL(ARG-MAINTENANCE-FEE)
           END-IF
      *A new or renewed term is costed from its own start
           MOVE WS-EFFECTIVE-DATE TO PA-COST-SINCE
           MOVE 0 TO PA-COST-TXN-FEE
           MOVE 0 TO PA-COST-FX-FEE
           MOVE 0 TO PA-COST-INTEREST
           MOVE 0 TO PA-COST-MAINT-FEE
           MOVE 0 TO PA-ITEMS-PRICED
           WRITE PA-RECORD
           INVALID KEY
              REWRITE PA-RECORD
           END-WRITE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pricing agreements error '
                 WS-FILE-STATUS '"'
              DISPLAY '}'
              GO TO SET-AGREEMENT-EXIT
           END-IF
           PERFORM LOG-AUDIT
           PERFORM SHOW-AGREEMENT.
       SET-AGREEMENT-EXIT.
           EXIT.
      *Only a live customer can be given terms
       CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-OK
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS = '00' OR WS-CU-FILE-STATUS = '97'
              MOVE ARG-CUSTOMER TO CU-NAME
              READ CUSTOMER-MASTER RECORD KEY CU-NAME
              NOT INVALID KEY
                 IF CU-IS-ACTIVE
                    MOVE 'Y' TO WS-CUSTOMER-OK
                 END-IF
              END-READ
              CLOSE CUSTOMER-MASTER
           END-IF.
       SHOW-AGREEMENT.
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Customer":"' PA-CUSTOMER '",'
           DISPLAY '  "Status":"' PA-STATUS '",'
           DISPLAY '  "EffectiveDate":' PA-EFFECTIVE-DATE ','
           DISPLAY '  "ExpiryDate":' PA-EXPIRY-DATE ','
           DISPLAY '  "ApprovedBy":"' PA-APPROVED-BY '",'
           MOVE PA-TRANSACTION-FEE TO WS-RATE-EDIT
           DISPLAY '  "TransactionFee":{"Agreed":"' PA-TXN-FEE-FLAG
              '","Rate":' WS-RATE-EDIT '},'
           MOVE PA-EXCHANGE-FEE TO WS-RATE-EDIT
           DISPLAY '  "ExchangeFee":{"Agreed":"' PA-FX-FEE-FLAG
              '","Rate":' WS-RATE-EDIT '},'
           MOVE PA-CREDIT-RATE TO WS-RATE-EDIT
           DISPLAY '  "CreditRate":{"Agreed":"' PA-RATE-FLAG
              '","Rate":' WS-RATE-EDIT '},'
           MOVE PA-MAINTENANCE-FEE TO WS-AMOUNT-EDIT
           DISPLAY '  "MaintenanceFee":{"Agreed":"' PA-MAINT-FLAG
              '","Amount":' WS-AMOUNT-EDIT '}'
           DISPLAY '}'.
       BUILD-AUDIT-SUMMARY.
           MOVE PA-STATUS TO WS-AS-STATUS
           MOVE PA-EFFECTIVE-DATE TO WS-AS-EFFECTIVE
           MOVE PA-EXPIRY-DATE TO WS-AS-EXPIRY
           MOVE PA-TXN-FEE-FLAG TO WS-AS-FLAGS(1:1)
           MOVE PA-FX-FEE-FLAG TO WS-AS-FLAGS(2:1)
           MOVE PA-RATE-FLAG TO WS-AS-FLAGS(3:1)
           MOVE PA-MAINT-FLAG TO WS-AS-FLAGS(4:1)
           MOVE PA-APPROVED-BY TO WS-AS-APPROVED-BY.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SETPROD's trail
       LOG-AUDIT.
           PERFORM BUILD-AUDIT-SUMMARY
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'PRICMNT' TO AU-PROGRAM
           MOVE PA-CUSTOMER TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-SUMMARY TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - this program gives money away, so the gate fails
      *closed when the master can not be read. A refused call is
      *itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
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
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'PRICMNT' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
