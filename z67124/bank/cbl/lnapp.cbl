      *Loan application capture and affordability assessment. LNOPEN
      *used to disburse the moment it was called, with no record of
      *the application, who looked at it or why it went through.
      *Action N captures an application (applicant, amount, term,
      *rate type and purpose) and scores it on the spot: average
      *monthly credits and debits from the applicant's ACMSUM
      *months in the twelve before the application month, the
      *instalments already running on their open LOANMAST loans and
      *the instalment this loan would add. The debt-service ratio
      *against the STATFILE thresholds, the monthly surplus and the
      *applicant's loan history route it to approved, declined or
      *referred, with the assessing operator on the record. Actions
      *A and D are a supervisor settling a referral. LNOPEN only
      *disburses against an approved application; LNAPPREP reports
      *the month to the credit committee. Audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNAPP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATIONS ASSIGN TO LOANAPPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LA-KEY
           FILE STATUS IS WS-LA-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *Account-month activity summaries - the income and outgoings
      *the assessment reads, one keyed record per month
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *The base-rate indexes a variable loan prices off
           SELECT BASE-RATES ASSIGN TO BASERATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BR-CODE
              FILE STATUS IS WS-BR-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Operator master - who is assessing, and whether they may
      *settle a referral
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-APPLICATIONS DATA RECORD IS LA-RECORD.
       COPY lnapp.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  BASE-RATES DATA RECORD IS BR-RECORD.
       COPY baserate.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LA-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-BR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Y = the action needs the supervisor role, not just an active
      *operator
       01 WS-NEED-SUPERVISOR PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-SEQ PIC 9(4) VALUE 0.
       01 WS-FOUND-FREE PIC X VALUE 'N'.
       01 WS-LN-EOF PIC X.
       01 WS-PRINCIPAL PIC 9(11)V9(4).
       01 WS-MONTHS PIC 9(3).
       01 WS-ANNUAL-RATE PIC 9V9999.
       01 WS-MARGIN PIC 9V9999.
      *Annuity arithmetic, the same extra places LNOPEN carries so
      *the instalment assessed is the one LNOPEN will book
       01 WS-MONTHLY-RATE PIC 9V9(8).
       01 WS-GROWTH PIC 9(7)V9(8).
       01 WS-ANNUITY-WORK PIC 9(11)V9(8).
       01 WS-PAYMENT PIC 9(11)V9(4).
      *The twelve months walked back from the application month
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-CREDITS-SEEN PIC 9(13)V9(4).
       01 WS-DEBITS-SEEN PIC 9(13)V9(4).
      *Loan history flags off the applicant's LOANMAST contracts
       01 WS-IN-ARREARS PIC X.
       01 WS-HAD-WRITEOFF PIC X.
       01 WS-SURPLUS PIC S9(12)V9(4).
      *The applicant account's standing and the customer behind it,
      *kept once the accounts file is closed again
       01 WS-CUSTOMER-ID PIC X(9).
       01 WS-ACCOUNT-ACTIVE PIC X.
       01 WS-CUSTOMER-OK PIC X.
       01 WS-DSR-DECLINE PIC 9V9999.
       01 WS-DSR-REFER PIC 9V9999.
      *Fewer ACMSUM months than this and the picture is too thin to
      *approve without a supervisor looking
       01 WS-MIN-MONTHS PIC 9(2) VALUE 6.
       01 WS-AMOUNT-EDIT PIC Z(11)9.9(4).
       01 WS-RATIO-EDIT PIC ZZ9.9(4).
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(4) VALUE 'APP='.
           05 WS-AB-SEQ PIC 9(4).
           05 FILLER PIC X(5) VALUE ' AMT='.
           05 WS-AB-AMOUNT PIC 9(11).9(4).
       01 WS-AUDIT-AFTER.
           05 WS-AA-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE ' '.
           05 WS-AA-REASON PIC X(20).
           05 FILLER PIC X(5) VALUE ' DSR='.
           05 WS-AA-DSR PIC 9(3).9(4).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *N = new application, A / D = supervisor approves / declines
      *a referred one
           05 ARG-ACTION PIC X(1).
           05 ARG-APPLICANT PIC X(9).
      *A / D only: the application's sequence LNAPP handed back
           05 ARG-APP-SEQ PIC X(4).
           05 ARG-AMOUNT PIC X(12)XX(4).
           05 ARG-CURRENCY PIC X(3).
      *Term in whole months, e.g. 060
           05 ARG-MONTHS PIC X(3).
      *F = fixed, V = variable over ARG-INDEX-CODE
           05 ARG-RATE-TYPE PIC X(1).
      *Yearly rate when fixed, margin over the index when variable,
      *e.g. 0.0850
           05 ARG-RATE PIC X(6).
           05 ARG-INDEX-CODE PIC X(8).
           05 ARG-PURPOSE PIC X(20).
           05 ARG-OPERATOR-ID PIC X(9).
      *A / D only: why the supervisor settled it that way
           05 ARG-REASON PIC X(20).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-ACTION NOT = 'N' AND NOT = 'A' AND NOT = 'D'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be N, A or D"'
              DISPLAY '}'
              GOBACK
           END-IF
      *Anyone signed on may take and assess an application; settling
      *a referral is supervisor work
           MOVE 'N' TO WS-NEED-SUPERVISOR
           IF ARG-ACTION NOT = 'N'
              MOVE 'Y' TO WS-NEED-SUPERVISOR
           END-IF
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN I-O LOAN-APPLICATIONS
           IF WS-LA-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-APPLICATIONS
              CLOSE LOAN-APPLICATIONS
              OPEN I-O LOAN-APPLICATIONS
           END-IF
           IF WS-LA-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Application file error ' WS-LA-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE LOAN-APPLICATIONS
              GOBACK
           END-IF
           IF ARG-ACTION = 'N'
              PERFORM NEW-APPLICATION THRU NEW-APPLICATION-EXIT
           ELSE
              PERFORM SETTLE-REFERRAL THRU SETTLE-REFERRAL-EXIT
           END-IF
           CLOSE LOAN-APPLICATIONS
           GOBACK.
      *Capture, assess, route, record
       NEW-APPLICATION.
           IF FUNCTION TEST-NUMVAL(ARG-AMOUNT) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-MONTHS) NOT = 0
                 OR FUNCTION TEST-NUMVAL(ARG-RATE) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Amount, term and rate must be '
                 'numbers"'
              DISPLAY '}'
              GO TO NEW-APPLICATION-EXIT
           END-IF
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(ARG-AMOUNT)
           COMPUTE WS-MONTHS = FUNCTION NUMVAL(ARG-MONTHS)
           IF WS-MONTHS = 0 OR WS-PRINCIPAL = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Principal and term must be set"'
              DISPLAY '}'
              GO TO NEW-APPLICATION-EXIT
           END-IF
           IF ARG-RATE-TYPE NOT = 'F' AND NOT = 'V'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rate type must be F or V"'
              DISPLAY '}'
              GO TO NEW-APPLICATION-EXIT
           END-IF
           MOVE 0 TO WS-MARGIN
           IF ARG-RATE-TYPE = 'F'
              COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(ARG-RATE)
           ELSE
      *Assessed at today's index plus the margin, as LNOPEN would
      *book it
              COMPUTE WS-MARGIN = FUNCTION NUMVAL(ARG-RATE)
              OPEN INPUT BASE-RATES
              MOVE ARG-INDEX-CODE TO BR-CODE
              READ BASE-RATES RECORD KEY BR-CODE
              INVALID KEY
                 MOVE '23' TO WS-BR-FILE-STATUS
              END-READ
              IF WS-BR-FILE-STATUS NOT = '00' AND NOT = '97'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Base rate index not on file"'
                 DISPLAY '}'
                 CLOSE BASE-RATES
                 GO TO NEW-APPLICATION-EXIT
              END-IF
              CLOSE BASE-RATES
              COMPUTE WS-ANNUAL-RATE = BR-RATE + WS-MARGIN
           END-IF
           OPEN INPUT USER-ACCOUNTS
           MOVE ARG-APPLICANT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE '23' TO WS-A-FILE-STATUS
           NOT INVALID KEY
              MOVE 'N' TO WS-ACCOUNT-ACTIVE
              IF ACT-IS-ACTIVE
                 MOVE 'Y' TO WS-ACCOUNT-ACTIVE
              END-IF
              MOVE ACT-OWNER TO WS-CUSTOMER-ID
              IF ACT-OWNER = SPACES
                 MOVE ACT-NAME TO WS-CUSTOMER-ID
              END-IF
           END-READ
           CLOSE USER-ACCOUNTS
           IF WS-A-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Applicant account not found"'
              DISPLAY '}'
              GO TO NEW-APPLICATION-EXIT
           END-IF

           MOVE 0 TO WS-SEQ
           MOVE 'N' TO WS-FOUND-FREE
           MOVE ARG-APPLICANT TO LA-ACCOUNT
           PERFORM PROBE-ONE-SEQ UNTIL WS-FOUND-FREE = 'Y'
           MOVE ARG-APPLICANT TO LA-ACCOUNT
           MOVE WS-SEQ TO LA-SEQ
           MOVE WS-TODAY TO LA-APPLIED-DATE
           MOVE WS-PRINCIPAL TO LA-AMOUNT
           MOVE ARG-CURRENCY TO LA-CURRENCY
           MOVE WS-MONTHS TO LA-TERM-MONTHS
           MOVE ARG-RATE-TYPE TO LA-RATE-TYPE
           MOVE WS-ANNUAL-RATE TO LA-ANNUAL-RATE
           MOVE SPACES TO LA-INDEX-CODE
           IF ARG-RATE-TYPE = 'V'
              MOVE ARG-INDEX-CODE TO LA-INDEX-CODE
           END-IF
           MOVE WS-MARGIN TO LA-MARGIN
           MOVE ARG-PURPOSE TO LA-PURPOSE
           MOVE WS-OPERATOR-ID TO LA-ASSESSED-BY
           MOVE SPACES TO LA-DECIDED-BY
           MOVE WS-TODAY TO LA-DECIDED-DATE
           MOVE 0 TO LA-LOAN-SEQ
           MOVE 0 TO LA-BOOKED-DATE
           MOVE 'N' TO LA-WAS-REFERRED

           PERFORM READ-THRESHOLDS
           PERFORM ASSESS-INCOME
           PERFORM ASSESS-EXISTING-LOANS
           PERFORM COMPUTE-PAYMENT
           MOVE WS-PAYMENT TO LA-NEW-INSTAL
           MOVE 0 TO LA-DSR
           IF LA-AVG-CREDITS > 0
              COMPUTE LA-DSR ROUNDED
                 = (LA-EXISTING-INSTAL + LA-NEW-INSTAL)
                 / LA-AVG-CREDITS
                 ON SIZE ERROR
                    MOVE 999.9999 TO LA-DSR
              END-COMPUTE
           END-IF
      *Outgoings already carry the running instalments, so only the
      *new one comes off what is left over each month
           COMPUTE WS-SURPLUS = LA-AVG-CREDITS - LA-AVG-DEBITS
              - LA-NEW-INSTAL
           PERFORM ROUTE-APPLICATION

           WRITE LA-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Application write error ' WS-LA-FILE-STATUS
                 '"'
              DISPLAY '}'
              GO TO NEW-APPLICATION-EXIT
           END-WRITE
           MOVE LA-SEQ TO WS-AB-SEQ
           MOVE LA-AMOUNT TO WS-AB-AMOUNT
           PERFORM LOG-AUDIT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ApplicationKey":"' LA-KEY '",'
           DISPLAY '  "Decision":"' LA-STATUS '",'
           DISPLAY '  "Reason":"' LA-REASON '",'
           DISPLAY '  "MonthsSeen":' LA-MONTHS-SEEN ','
           MOVE LA-AVG-CREDITS TO WS-AMOUNT-EDIT
           DISPLAY '  "AverageCredits":' WS-AMOUNT-EDIT ','
           MOVE LA-AVG-DEBITS TO WS-AMOUNT-EDIT
           DISPLAY '  "AverageDebits":' WS-AMOUNT-EDIT ','
           MOVE LA-EXISTING-INSTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "ExistingInstalments":' WS-AMOUNT-EDIT ','
           MOVE LA-NEW-INSTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "NewInstalment":' WS-AMOUNT-EDIT ','
           MOVE LA-DSR TO WS-RATIO-EDIT
           DISPLAY '  "DebtServiceRatio":' WS-RATIO-EDIT
           DISPLAY '}'.
       NEW-APPLICATION-EXIT.
           EXIT.
      *First free sequence for this applicant, the probe LNOPEN uses
       PROBE-ONE-SEQ.
           MOVE WS-SEQ TO LA-SEQ
           READ LOAN-APPLICATIONS RECORD KEY LA-KEY
           INVALID KEY
              MOVE 'Y' TO WS-FOUND-FREE
           NOT INVALID KEY
              ADD 1 TO WS-SEQ
           END-READ.
      *Both thresholds out of STATFILE, the usual tolerant defaults
      *for a record from before the fields existed
       READ-THRESHOLDS.
           MOVE 0.5000 TO WS-DSR-DECLINE
           MOVE 0.3500 TO WS-DSR-REFER
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF FUNCTION TEST-NUMVAL(S-LOAN-DSR-DECLINE) = 0
                 COMPUTE WS-DSR-DECLINE
                    = FUNCTION NUMVAL(S-LOAN-DSR-DECLINE)
              END-IF
              IF FUNCTION TEST-NUMVAL(S-LOAN-DSR-REFER) = 0
                 COMPUTE WS-DSR-REFER
                    = FUNCTION NUMVAL(S-LOAN-DSR-REFER)
              END-IF
           END-IF
           CLOSE STATS.
      *Average monthly credits and debits over the ACMSUM months on
      *file in the twelve before the application month. A month
      *with no summary is a month with no activity on record and is
      *simply not counted
       ASSESS-INCOME.
           MOVE 0 TO LA-MONTHS-SEEN
           MOVE 0 TO WS-CREDITS-SEEN
           MOVE 0 TO WS-DEBITS-SEEN
           MOVE 0 TO LA-AVG-CREDITS
           MOVE 0 TO LA-AVG-DEBITS
           OPEN INPUT MONTH-SUMMARY
           IF WS-AM-FILE-STATUS = '00' OR WS-AM-FILE-STATUS = '97'
              MOVE WS-TODAY(1:4) TO WS-AM-YY
              MOVE WS-TODAY(5:2) TO WS-AM-MM
              PERFORM READ-ONE-MONTH 12 TIMES
           END-IF
           CLOSE MONTH-SUMMARY
           IF LA-MONTHS-SEEN > 0
              COMPUTE LA-AVG-CREDITS ROUNDED
                 = WS-CREDITS-SEEN / LA-MONTHS-SEEN
              COMPUTE LA-AVG-DEBITS ROUNDED
                 = WS-DEBITS-SEEN / LA-MONTHS-SEEN
           END-IF.
       READ-ONE-MONTH.
           IF WS-AM-MM = 1
              COMPUTE WS-AM-YY = WS-AM-YY - 1
              MOVE 12 TO WS-AM-MM
           ELSE
              COMPUTE WS-AM-MM = WS-AM-MM - 1
           END-IF
           MOVE ARG-APPLICANT TO AM-ACCOUNT
           COMPUTE AM-MONTH = WS-AM-YY * 100 + WS-AM-MM
           READ MONTH-SUMMARY RECORD KEY AM-KEY
           NOT INVALID KEY
              ADD 1 TO LA-MONTHS-SEEN
              ADD AM-CREDIT-TOTAL TO WS-CREDITS-SEEN
              ADD AM-DEBIT-TOTAL TO WS-DEBITS-SEEN
           END-READ.
      *The instalments already running on the applicant's open
      *loans, and whether any of them is behind or was ever written
      *off
       ASSESS-EXISTING-LOANS.
           MOVE 0 TO LA-EXISTING-INSTAL
           MOVE 'N' TO WS-IN-ARREARS
           MOVE 'N' TO WS-HAD-WRITEOFF
           MOVE 'N' TO WS-LN-EOF
           OPEN INPUT LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-LN-EOF
           ELSE
              MOVE ARG-APPLICANT TO LN-ACCOUNT
              MOVE 0 TO LN-SEQ
              START LOAN-MASTER KEY IS >= LN-KEY
              IF WS-LN-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-LN-EOF
              END-IF
           END-IF
           PERFORM READ-ONE-LOAN UNTIL WS-LN-EOF = 'Y'
           CLOSE LOAN-MASTER.
       READ-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LN-EOF
               NOT AT END
                   IF LN-ACCOUNT NOT = ARG-APPLICANT
                      MOVE 'Y' TO WS-LN-EOF
                   ELSE
                      IF LN-IS-OPEN
                         ADD LN-PAYMENT TO LA-EXISTING-INSTAL
                         IF NOT LN-STAGE-CURRENT
                            MOVE 'Y' TO WS-IN-ARREARS
                         END-IF
                      END-IF
                      IF LN-IS-WRITTEN-OFF
                         MOVE 'Y' TO WS-HAD-WRITEOFF
                      END-IF
                   END-IF
           END-READ.
      *Level annuity payment, the same formula LNOPEN books with
       COMPUTE-PAYMENT.
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-ANNUAL-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-PAYMENT ROUNDED = WS-PRINCIPAL / WS-MONTHS
           ELSE
              COMPUTE WS-GROWTH ROUNDED
                 = (1 + WS-MONTHLY-RATE) ** WS-MONTHS
              COMPUTE WS-ANNUITY-WORK ROUNDED
                 = WS-PRINCIPAL * WS-MONTHLY-RATE
              COMPUTE WS-ANNUITY-WORK ROUNDED
                 = WS-ANNUITY-WORK * WS-GROWTH
              COMPUTE WS-PAYMENT ROUNDED
                 = WS-ANNUITY-WORK / (WS-GROWTH - 1)
           END-IF.
      *Hard stops decline, softer doubts refer, the rest approve.
      *The first rule that fires names the reason
       ROUTE-APPLICATION.
           MOVE 'A' TO LA-STATUS
           MOVE 'AFFORDABLE' TO LA-REASON
           MOVE 'N' TO WS-CUSTOMER-OK
           OPEN INPUT CUSTOMER-MASTER
           MOVE WS-CUSTOMER-ID TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           NOT INVALID KEY
              IF CU-IS-ACTIVE
                 MOVE 'Y' TO WS-CUSTOMER-OK
              END-IF
           END-READ
           CLOSE CUSTOMER-MASTER
           EVALUATE TRUE
              WHEN WS-ACCOUNT-ACTIVE = 'N' OR WS-CUSTOMER-OK = 'N'
                 MOVE 'D' TO LA-STATUS
                 MOVE 'CUSTOMER NOT ACTIVE' TO LA-REASON
              WHEN WS-HAD-WRITEOFF = 'Y'
                 MOVE 'D' TO LA-STATUS
                 MOVE 'PRIOR WRITE-OFF' TO LA-REASON
              WHEN LA-AVG-CREDITS = 0
                 MOVE 'D' TO LA-STATUS
                 MOVE 'NO INCOME SEEN' TO LA-REASON
              WHEN LA-DSR > WS-DSR-DECLINE
                 MOVE 'D' TO LA-STATUS
                 MOVE 'DEBT SERVICE RATIO' TO LA-REASON
              WHEN WS-SURPLUS < 0
                 MOVE 'D' TO LA-STATUS
                 MOVE 'NO MONTHLY SURPLUS' TO LA-REASON
              WHEN WS-IN-ARREARS = 'Y'
                 MOVE 'R' TO LA-STATUS
                 MOVE 'EXISTING ARREARS' TO LA-REASON
              WHEN LA-MONTHS-SEEN < WS-MIN-MONTHS
                 MOVE 'R' TO LA-STATUS
                 MOVE 'SHORT HISTORY' TO LA-REASON
              WHEN LA-DSR > WS-DSR-REFER
                 MOVE 'R' TO LA-STATUS
                 MOVE 'DSR IN REFER BAND' TO LA-REASON
           END-EVALUATE
           IF LA-IS-REFERRED
              MOVE 'Y' TO LA-WAS-REFERRED
           END-IF.
      *A supervisor settles a referral one way or the other. Only a
      *referral still waiting can be settled
       SETTLE-REFERRAL.
           IF ARG-APP-SEQ NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Application sequence must be numeric"'
              DISPLAY '}'
              GO TO SETTLE-REFERRAL-EXIT
           END-IF
           MOVE ARG-APPLICANT TO LA-ACCOUNT
           MOVE ARG-APP-SEQ TO LA-SEQ
           READ LOAN-APPLICATIONS RECORD KEY LA-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Application not found"'
              DISPLAY '}'
              GO TO SETTLE-REFERRAL-EXIT
           END-READ
           IF NOT LA-IS-REFERRED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Application is not waiting on a '
                 'referral"'
              DISPLAY '}'
              GO TO SETTLE-REFERRAL-EXIT
           END-IF
           MOVE LA-SEQ TO WS-AB-SEQ
           MOVE LA-AMOUNT TO WS-AB-AMOUNT
           MOVE ARG-ACTION TO LA-STATUS
           MOVE ARG-REASON TO LA-REASON
           IF ARG-REASON = SPACES
              IF ARG-ACTION = 'A'
                 MOVE 'REFERRAL APPROVED' TO LA-REASON
              ELSE
                 MOVE 'REFERRAL DECLINED' TO LA-REASON
              END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO LA-DECIDED-BY
           MOVE WS-TODAY TO LA-DECIDED-DATE
           REWRITE LA-RECORD
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ApplicationKey":"' LA-KEY '",'
           DISPLAY '  "Decision":"' LA-STATUS '",'
           DISPLAY '  "Reason":"' LA-REASON '"'
           DISPLAY '}'.
       SETTLE-REFERRAL-EXIT.
           EXIT.
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE
                    IF OPR-IS-SUPERVISOR OR WS-NEED-SUPERVISOR = 'N'
                       MOVE 'Y' TO WS-OPERATOR-OK
                    END-IF
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
      *The id alone is not enough any more: a live SIGNON session
      *must stand behind it, or the gate stays shut
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
           MOVE 'LNAPP' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNAPP' TO AU-PROGRAM
           MOVE LA-ACCOUNT TO AU-TARGET
           MOVE LA-STATUS TO WS-AA-STATUS
           MOVE LA-REASON TO WS-AA-REASON
           MOVE LA-DSR TO WS-AA-DSR
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
