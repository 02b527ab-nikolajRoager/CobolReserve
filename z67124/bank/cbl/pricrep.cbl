      *Relationship pricing report: every agreement on PRICAGR with
      *its terms, approver and what it has cost against standard
      *pricing over the current term - fees not taken and interest
      *paid over the standard rate, as PRICTERM has totalled them at
      *posting time. Agreements running out within the renewal
      *window are flagged, so the relationship managers can take the
      *figures to the renewal. Spooled for the month-end pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRICREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-AGREEMENTS ASSIGN TO PRICAGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PA-CUSTOMER
              FILE STATUS IS WS-PA-FILE-STATUS.
      *Business date - what "expiring soon" is measured from
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  PRICING-AGREEMENTS DATA RECORD IS PA-RECORD.
       COPY pricagr.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PA-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      *Days ahead of expiry an agreement is flagged for renewal
       01 WS-RENEWAL-WINDOW PIC 9(3) VALUE 60.
       01 WS-DAYS-LEFT PIC S9(7).
       01 WS-RENEWAL-DUE PIC X.
       01 WS-AGREEMENT-COST PIC S9(12)V9(4).
       01 WS-TOTAL-COST PIC S9(12)V9(4) VALUE 0.
       01 WS-AGREEMENTS-SEEN PIC 9(6) VALUE 0.
       01 WS-AGREEMENTS-ACTIVE PIC 9(6) VALUE 0.
       01 WS-RENEWALS-DUE PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-DAYS-EDIT PIC -Z(6)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
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
           OPEN INPUT PRICING-AGREEMENTS
           IF WS-PA-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pricing agreements error '
                 WS-PA-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE PRICING-AGREEMENTS
              GOBACK
           END-IF
           PERFORM SPOOL-START
           MOVE 'RELATIONSHIP PRICING - COST AGAINST STANDARD'
              TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-TODAY ','
           DISPLAY '  "Agreements":['
           PERFORM REPORT-AGREEMENTS UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "AgreementsSeen":' WS-AGREEMENTS-SEEN ','
           DISPLAY '  "AgreementsActive":' WS-AGREEMENTS-ACTIVE ','
           DISPLAY '  "RenewalsDue":' WS-RENEWALS-DUE ','
           MOVE WS-TOTAL-COST TO WS-AMOUNT-EDIT
           DISPLAY '  "TotalCost":' WS-AMOUNT-EDIT
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TOTAL COST ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           CLOSE PRICING-AGREEMENTS
           GOBACK.
       REPORT-AGREEMENTS.
           READ PRICING-AGREEMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM REPORT-ONE-AGREEMENT
           END-READ.
       REPORT-ONE-AGREEMENT.
           ADD 1 TO WS-AGREEMENTS-SEEN
           COMPUTE WS-AGREEMENT-COST = PA-COST-TXN-FEE + PA-COST-FX-FEE
              + PA-COST-INTEREST + PA-COST-MAINT-FEE
           ADD WS-AGREEMENT-COST TO WS-TOTAL-COST
           COMPUTE WS-DAYS-LEFT
              = FUNCTION INTEGER-OF-DATE(PA-EXPIRY-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-TODAY)
      *A live agreement running out inside the window wants its
      *renewal case made now
           MOVE 'N' TO WS-RENEWAL-DUE
           IF PA-IS-ACTIVE AND WS-DAYS-LEFT >= 0
              ADD 1 TO WS-AGREEMENTS-ACTIVE
              IF WS-DAYS-LEFT <= WS-RENEWAL-WINDOW
                 MOVE 'Y' TO WS-RENEWAL-DUE
                 ADD 1 TO WS-RENEWALS-DUE
              END-IF
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Customer":"' PA-CUSTOMER '",'
           DISPLAY '    "Status":"' PA-STATUS '",'
           DISPLAY '    "EffectiveDate":' PA-EFFECTIVE-DATE ','
           DISPLAY '    "ExpiryDate":' PA-EXPIRY-DATE ','
           MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
           DISPLAY '    "DaysLeft":' WS-DAYS-EDIT ','
           DISPLAY '    "RenewalDue":"' WS-RENEWAL-DUE '",'
           DISPLAY '    "ApprovedBy":"' PA-APPROVED-BY '",'
           DISPLAY '    "Terms":"' PA-TXN-FEE-FLAG PA-FX-FEE-FLAG
              PA-RATE-FLAG PA-MAINT-FLAG '",'
           DISPLAY '    "CostSince":' PA-COST-SINCE ','
           DISPLAY '    "ItemsPriced":' PA-ITEMS-PRICED ','
           MOVE PA-COST-TXN-FEE TO WS-AMOUNT-EDIT
           DISPLAY '    "TransactionFeesForgone":' WS-AMOUNT-EDIT ','
           MOVE PA-COST-FX-FEE TO WS-AMOUNT-EDIT
           DISPLAY '    "ExchangeFeesForgone":' WS-AMOUNT-EDIT ','
           MOVE PA-COST-INTEREST TO WS-AMOUNT-EDIT
           DISPLAY '    "ExtraInterest":' WS-AMOUNT-EDIT ','
           MOVE PA-COST-MAINT-FEE TO WS-AMOUNT-EDIT
           DISPLAY '    "MaintenanceFeesForgone":' WS-AMOUNT-EDIT ','
           MOVE WS-AGREEMENT-COST TO WS-AMOUNT-EDIT
           DISPLAY '    "TotalCost":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING PA-CUSTOMER ' ' PA-STATUS ' ' PA-EXPIRY-DATE
              ' ' WS-RENEWAL-DUE ' ' PA-APPROVED-BY ' ' WS-AMOUNT-EDIT
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
              MOVE 'PRICREP' TO SP-REPORT
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
              MOVE 'PRICREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'PRICREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
