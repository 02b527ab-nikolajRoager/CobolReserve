      *Monthly VAT return on fee income: every "VAT on fee" leg
      *FEESWEP, RETRYRUN, CHQCLEAR and SVCCHG posted in the month,
      *with the net fee it was charged on, rolled up by fee type and
      *currency into taxable income and VAT due. Fees FEEREF handed
      *back in the month come off the taxable income, and the VAT
      *refunded with them ("VAT refund" legs) off the VAT due, so
      *the VAT figure is what the VATPAY account moved in the month.
      *Spooled for the month-end pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VATRTN.
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
       01 WS-TAXED-SEEN PIC 9(6) VALUE 0.
       01 WS-REFUNDS-SEEN PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-VAT-EDIT PIC -Z(10)9.9(4).
      *The fee legs of the account the scan is on, so a VAT leg or a
      *refund further down the same account can be traced back to
      *the fee it belongs to. The ledger runs account by account,
      *oldest first, so the fee always comes first; the oldest
      *entries are reused once the table is full
       01 WS-ACCOUNT-FEES.
           05 WS-AF-ACCOUNT PIC X(9) VALUE SPACES.
           05 WS-AF-COUNT PIC 9(3) VALUE 0.
           05 WS-AF-NEXT PIC 9(3) VALUE 0.
           05 WS-AF-ENTRY OCCURS 100 TIMES.
               10 WS-AF-KEY PIC X(25).
               10 WS-AF-TYPE PIC X(20).
               10 WS-AF-CCY PIC X(3).
               10 WS-AF-FEE PIC S9(11)V9(4).
      *Y once a "VAT on fee" leg has been seen against the fee
               10 WS-AF-TAXED PIC X(1).
       01 WS-AF-IX PIC 9(3).
       01 WS-AF-FOUND PIC 9(3).
      *Roll-up by fee type and currency, the linear-search table the
      *other reports keep
       01 WS-ROLLUP-TABLE.
           05 WS-RU-COUNT PIC 9(3) VALUE 0.
           05 WS-RU-ENTRY OCCURS 100 TIMES.
               10 WS-RU-TYPE PIC X(20).
               10 WS-RU-CCY PIC X(3).
               10 WS-RU-FEES PIC 9(6).
               10 WS-RU-TAXABLE PIC S9(12)V9(4).
               10 WS-RU-VAT PIC S9(12)V9(4).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       01 WS-FIND-TYPE PIC X(20).
       01 WS-FIND-CCY PIC X(3).
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
           PERFORM TALLY-FEES UNTIL WS-EOF = 'Y'

           PERFORM SPOOL-START
           MOVE 'VAT RETURN - FEE INCOME BY TYPE AND CURRENCY'
              TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Month":' ARG-YEAR ARG-MONTH ','
           DISPLAY '  "Return":['
           MOVE 0 TO WS-IX
           PERFORM PRINT-ONE-SLOT WS-RU-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "TaxedFeesSeen":' WS-TAXED-SEEN ','
           DISPLAY '  "RefundsSeen":' WS-REFUNDS-SEEN
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE USER-TRANSFERS
           GOBACK.
       TALLY-FEES.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-MY-NAME NOT = WS-AF-ACCOUNT
                      MOVE TR-MY-NAME TO WS-AF-ACCOUNT
                      MOVE 0 TO WS-AF-COUNT
                      MOVE 0 TO WS-AF-NEXT
                   END-IF
                   COMPUTE WS-TR-DATE = TR-YEAR * 10000
                                 + TR-MONTH * 100 + TR-DAY
                   IF TR-TRANSACTION-FEE > 0
                      PERFORM REMEMBER-FEE
                   END-IF
                   IF TR-TYPE-NAME = "VAT on fee"
                      PERFORM TALLY-ONE-VAT
                   END-IF
                   IF TR-TYPE-NAME = "fee refund"
                         AND TR-REF-KEY NOT = SPACES
                         AND WS-TR-DATE >= WS-MONTH-START
                         AND WS-TR-DATE <= WS-MONTH-END
                      PERFORM TALLY-ONE-FEE-REFUND
                   END-IF
                   IF TR-TYPE-NAME = "VAT refund"
                         AND WS-TR-DATE >= WS-MONTH-START
                         AND WS-TR-DATE <= WS-MONTH-END
                      PERFORM TALLY-ONE-VAT-REFUND
                   END-IF
           END-READ.
      *Fees from earlier months are remembered too - a refund this
      *month may hand back last month's fee
       REMEMBER-FEE.
           ADD 1 TO WS-AF-NEXT
           IF WS-AF-NEXT > 100
              MOVE 1 TO WS-AF-NEXT
           END-IF
           IF WS-AF-COUNT < 100
              ADD 1 TO WS-AF-COUNT
           END-IF
           MOVE TR-KEY TO WS-AF-KEY(WS-AF-NEXT)
           MOVE TR-TYPE-NAME TO WS-AF-TYPE(WS-AF-NEXT)
           MOVE TR-OWN-CURRENCY TO WS-AF-CCY(WS-AF-NEXT)
           MOVE TR-TRANSACTION-FEE TO WS-AF-FEE(WS-AF-NEXT)
           MOVE 'N' TO WS-AF-TAXED(WS-AF-NEXT).
      *The VAT leg marks its fee taxed whatever the month, and counts
      *toward the return only when it fell in the month asked for
       TALLY-ONE-VAT.
           PERFORM FIND-FEE-FOR-REF
           IF WS-AF-FOUND > 0
              MOVE 'Y' TO WS-AF-TAXED(WS-AF-FOUND)
              IF WS-TR-DATE >= WS-MONTH-START
                    AND WS-TR-DATE <= WS-MONTH-END
                 ADD 1 TO WS-TAXED-SEEN
                 PERFORM GET-FEE-SLOT
                 IF WS-SLOT > 0
                    ADD 1 TO WS-RU-FEES(WS-SLOT)
                    ADD WS-AF-FEE(WS-AF-FOUND)
                       TO WS-RU-TAXABLE(WS-SLOT)
      *The VAT leg is a debit on the customer, so carried negative
                    SUBTRACT TR-AMOUNT FROM WS-RU-VAT(WS-SLOT)
                 END-IF
              END-IF
           END-IF.
      *Only a refund of a fee that carried VAT comes off the taxable
      *income - an exempt fee was never on the return
       TALLY-ONE-FEE-REFUND.
           PERFORM FIND-FEE-FOR-REF
           IF WS-AF-FOUND > 0
              IF WS-AF-TAXED(WS-AF-FOUND) = 'Y'
                 ADD 1 TO WS-REFUNDS-SEEN
                 PERFORM GET-FEE-SLOT
                 IF WS-SLOT > 0
      *The refund leg carries the fee handed back as a negative fee
                    ADD TR-TRANSACTION-FEE TO WS-RU-TAXABLE(WS-SLOT)
                 END-IF
              END-IF
           END-IF.
       TALLY-ONE-VAT-REFUND.
           PERFORM FIND-FEE-FOR-REF
           IF WS-AF-FOUND > 0
              PERFORM GET-FEE-SLOT
              IF WS-SLOT > 0
                 SUBTRACT TR-AMOUNT FROM WS-RU-VAT(WS-SLOT)
              END-IF
           END-IF.
       FIND-FEE-FOR-REF.
           MOVE 0 TO WS-AF-FOUND
           MOVE 0 TO WS-AF-IX
           PERFORM FIND-ACCOUNT-FEE WS-AF-COUNT TIMES.
       FIND-ACCOUNT-FEE.
           ADD 1 TO WS-AF-IX
           IF WS-AF-KEY(WS-AF-IX) = TR-REF-KEY
              MOVE WS-AF-IX TO WS-AF-FOUND
           END-IF.
      *Roll-up slot for the fee just found
       GET-FEE-SLOT.
           MOVE WS-AF-TYPE(WS-AF-FOUND) TO WS-FIND-TYPE
           MOVE WS-AF-CCY(WS-AF-FOUND) TO WS-FIND-CCY
           PERFORM GET-ROLLUP-SLOT.
       GET-ROLLUP-SLOT.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-ROLLUP-SLOT WS-RU-COUNT TIMES
           IF WS-SLOT = 0
              IF WS-RU-COUNT < 100
                 ADD 1 TO WS-RU-COUNT
                 MOVE WS-RU-COUNT TO WS-SLOT
                 MOVE WS-FIND-TYPE TO WS-RU-TYPE(WS-SLOT)
                 MOVE WS-FIND-CCY TO WS-RU-CCY(WS-SLOT)
                 MOVE 0 TO WS-RU-FEES(WS-SLOT)
                 MOVE 0 TO WS-RU-TAXABLE(WS-SLOT)
                 MOVE 0 TO WS-RU-VAT(WS-SLOT)
              END-IF
           END-IF.
       FIND-ROLLUP-SLOT.
           ADD 1 TO WS-IX
           IF WS-RU-TYPE(WS-IX) = WS-FIND-TYPE
                 AND WS-RU-CCY(WS-IX) = WS-FIND-CCY
              MOVE WS-IX TO WS-SLOT
           END-IF.
       PRINT-ONE-SLOT.
           ADD 1 TO WS-IX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "FeeType":"' WS-RU-TYPE(WS-IX) '",'
           DISPLAY '    "Currency":"' WS-RU-CCY(WS-IX) '",'
           DISPLAY '    "TaxedFees":' WS-RU-FEES(WS-IX) ','
           MOVE WS-RU-TAXABLE(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "TaxableIncome":' WS-AMOUNT-EDIT ','
           MOVE WS-RU-VAT(WS-IX) TO WS-VAT-EDIT
           DISPLAY '    "VATDue":' WS-VAT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-RU-TYPE(WS-IX) ' ' WS-RU-CCY(WS-IX)
              ' ' WS-AMOUNT-EDIT ' ' WS-VAT-EDIT
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
              MOVE 'VATRTN' TO SP-REPORT
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
              MOVE 'VATRTN' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'VATRTN' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
