      *Monthly service-charge income report: every "service charge"
      *leg SVCCHG posted in the month, rolled up by service code,
      *currency and the branch teller who took it, with the charges
      *FEEREF handed back in the month netted off against the code
      *and teller of the charge they refund. Spooled for the
      *month-end pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SVCREP.
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
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
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
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TR-DATE PIC 9(8).
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-CHARGES-SEEN PIC 9(6) VALUE 0.
       01 WS-REFUNDS-SEEN PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-NET PIC S9(12)V9(4).
      *The service-charge legs of the account the scan is on, so a
      *fee refund further down the same account can be traced back
      *to the code and teller of the charge it hands back. The ledger
      *runs account by account, oldest first, so a refund always
      *comes after its charge; the oldest entries are reused once
      *the table is full
       01 WS-ACCOUNT-CHARGES.
           05 WS-AC-ACCOUNT PIC X(9) VALUE SPACES.
           05 WS-AC-COUNT PIC 9(3) VALUE 0.
           05 WS-AC-NEXT PIC 9(3) VALUE 0.
           05 WS-AC-ENTRY OCCURS 100 TIMES.
               10 WS-AC-KEY PIC X(25).
               10 WS-AC-CODE PIC X(8).
               10 WS-AC-CCY PIC X(3).
               10 WS-AC-TELLER PIC X(8).
       01 WS-AC-IX PIC 9(3).
       01 WS-AC-FOUND PIC 9(3).
      *Roll-up by service code, currency and teller - one slot per
      *distinct combination seen in the month, the linear-search
      *table the other reports keep
       01 WS-ROLLUP-TABLE.
           05 WS-RU-COUNT PIC 9(3) VALUE 0.
           05 WS-RU-ENTRY OCCURS 200 TIMES.
               10 WS-RU-CODE PIC X(8).
               10 WS-RU-CCY PIC X(3).
               10 WS-RU-TELLER PIC X(8).
               10 WS-RU-CHARGES PIC 9(6).
               10 WS-RU-CHARGED PIC S9(12)V9(4).
               10 WS-RU-REFUNDS PIC 9(6).
               10 WS-RU-REFUNDED PIC S9(12)V9(4).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-FIND-CODE PIC X(8).
       01 WS-FIND-CCY PIC X(3).
       01 WS-FIND-TELLER PIC X(8).
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
           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Transfers file error ' WS-T-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF
      *No key on the type, so this is a full ledger scan, same as
      *the other month-end passes
           MOVE LOW-VALUES TO TR-KEY
           START USER-TRANSFERS KEY IS >= TR-KEY
           IF WS-T-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-CHARGES UNTIL WS-EOF = 'Y'

           PERFORM SPOOL-START
           MOVE 'SERVICE CHARGE INCOME BY CODE AND TELLER'
              TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Month":' ARG-YEAR ARG-MONTH ','
           DISPLAY '  "Rollup":['
           MOVE 0 TO WS-IX
           PERFORM PRINT-ONE-SLOT WS-RU-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "ChargesSeen":' WS-CHARGES-SEEN ','
           DISPLAY '  "RefundsSeen":' WS-REFUNDS-SEEN
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE USER-TRANSFERS
           GOBACK.
       TALLY-CHARGES.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-MY-NAME NOT = WS-AC-ACCOUNT
                      MOVE TR-MY-NAME TO WS-AC-ACCOUNT
                      MOVE 0 TO WS-AC-COUNT
                      MOVE 0 TO WS-AC-NEXT
                   END-IF
                   COMPUTE WS-TR-DATE = TR-YEAR * 10000
                                 + TR-MONTH * 100 + TR-DAY
                   IF TR-TYPE-NAME = "service charge"
                      PERFORM REMEMBER-CHARGE
                      IF WS-TR-DATE >= WS-MONTH-START
                            AND WS-TR-DATE <= WS-MONTH-END
                         PERFORM TALLY-ONE-CHARGE
                      END-IF
                   END-IF
                   IF TR-TYPE-NAME = "fee refund"
                         AND TR-REF-KEY NOT = SPACES
                         AND WS-TR-DATE >= WS-MONTH-START
                         AND WS-TR-DATE <= WS-MONTH-END
                      PERFORM TALLY-ONE-REFUND
                   END-IF
           END-READ.
      *Charges from earlier months are remembered too - a refund
      *this month may hand back last month's charge
       REMEMBER-CHARGE.
           ADD 1 TO WS-AC-NEXT
           IF WS-AC-NEXT > 100
              MOVE 1 TO WS-AC-NEXT
           END-IF
           IF WS-AC-COUNT < 100
              ADD 1 TO WS-AC-COUNT
           END-IF
           MOVE TR-KEY TO WS-AC-KEY(WS-AC-NEXT)
           MOVE TR-REMIT-REF TO WS-AC-CODE(WS-AC-NEXT)
           MOVE TR-OWN-CURRENCY TO WS-AC-CCY(WS-AC-NEXT)
           MOVE TR-TELLER-ID TO WS-AC-TELLER(WS-AC-NEXT).
       TALLY-ONE-CHARGE.
           ADD 1 TO WS-CHARGES-SEEN
           MOVE TR-REMIT-REF TO WS-FIND-CODE
           MOVE TR-OWN-CURRENCY TO WS-FIND-CCY
           MOVE TR-TELLER-ID TO WS-FIND-TELLER
           PERFORM GET-ROLLUP-SLOT
           IF WS-SLOT > 0
              ADD 1 TO WS-RU-CHARGES(WS-SLOT)
              ADD TR-TRANSACTION-FEE TO WS-RU-CHARGED(WS-SLOT)
           END-IF.
      *Only a refund pointing at one of this account's service-charge
      *legs counts here - the rest are FEEREFRP's business
       TALLY-ONE-REFUND.
           MOVE 0 TO WS-AC-FOUND
           MOVE 0 TO WS-AC-IX
           PERFORM FIND-ACCOUNT-CHARGE WS-AC-COUNT TIMES
           IF WS-AC-FOUND > 0
              ADD 1 TO WS-REFUNDS-SEEN
              MOVE WS-AC-CODE(WS-AC-FOUND) TO WS-FIND-CODE
              MOVE WS-AC-CCY(WS-AC-FOUND) TO WS-FIND-CCY
              MOVE WS-AC-TELLER(WS-AC-FOUND) TO WS-FIND-TELLER
              PERFORM GET-ROLLUP-SLOT
              IF WS-SLOT > 0
                 ADD 1 TO WS-RU-REFUNDS(WS-SLOT)
      *The refund leg carries the fee handed back as a negative fee
                 SUBTRACT TR-TRANSACTION-FEE
                    FROM WS-RU-REFUNDED(WS-SLOT)
              END-IF
           END-IF.
       FIND-ACCOUNT-CHARGE.
           ADD 1 TO WS-AC-IX
           IF WS-AC-KEY(WS-AC-IX) = TR-REF-KEY
              MOVE WS-AC-IX TO WS-AC-FOUND
           END-IF.
       GET-ROLLUP-SLOT.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-ROLLUP-SLOT WS-RU-COUNT TIMES
           IF WS-SLOT = 0
              IF WS-RU-COUNT < 200
                 ADD 1 TO WS-RU-COUNT
                 MOVE WS-RU-COUNT TO WS-SLOT
                 MOVE WS-FIND-CODE TO WS-RU-CODE(WS-SLOT)
                 MOVE WS-FIND-CCY TO WS-RU-CCY(WS-SLOT)
                 MOVE WS-FIND-TELLER TO WS-RU-TELLER(WS-SLOT)
                 MOVE 0 TO WS-RU-CHARGES(WS-SLOT)
                 MOVE 0 TO WS-RU-CHARGED(WS-SLOT)
                 MOVE 0 TO WS-RU-REFUNDS(WS-SLOT)
                 MOVE 0 TO WS-RU-REFUNDED(WS-SLOT)
              END-IF
           END-IF.
       FIND-ROLLUP-SLOT.
           ADD 1 TO WS-IX
           IF WS-RU-CODE(WS-IX) = WS-FIND-CODE
                 AND WS-RU-CCY(WS-IX) = WS-FIND-CCY
                 AND WS-RU-TELLER(WS-IX) = WS-FIND-TELLER
              MOVE WS-IX TO WS-SLOT
           END-IF.
       PRINT-ONE-SLOT.
           ADD 1 TO WS-IX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "ServiceCode":"' WS-RU-CODE(WS-IX) '",'
           DISPLAY '    "Currency":"' WS-RU-CCY(WS-IX) '",'
           DISPLAY '    "Teller":"' WS-RU-TELLER(WS-IX) '",'
           DISPLAY '    "Charges":' WS-RU-CHARGES(WS-IX) ','
           MOVE WS-RU-CHARGED(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Charged":' WS-AMOUNT-EDIT ','
           DISPLAY '    "Refunds":' WS-RU-REFUNDS(WS-IX) ','
           MOVE WS-RU-REFUNDED(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Refunded":' WS-AMOUNT-EDIT ','
           COMPUTE WS-NET
              = WS-RU-CHARGED(WS-IX) - WS-RU-REFUNDED(WS-IX)
           MOVE WS-NET TO WS-AMOUNT-EDIT
           DISPLAY '    "NetIncome":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-RU-CODE(WS-IX) ' ' WS-RU-CCY(WS-IX)
              ' ' WS-RU-TELLER(WS-IX) ' ' WS-AMOUNT-EDIT
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
              MOVE 'SVCREP' TO SP-REPORT
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
              MOVE 'SVCREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'SVCREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
