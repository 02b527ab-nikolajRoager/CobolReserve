      *hand-built from TRIALBAL output and loan printouts. Aggregates
      *the deposit base by account type and currency, the term
      *deposits by remaining-maturity band, and the loan book by
      *outstanding and delinquency stage, and the guarantees and
      *standby letters of credit in force by type as the bank's
      *contingent liabilities - everything converted at
      *the stored month-end rates - into the authority's fixed
      *layout with control totals. The per-currency customer totals
      *are printed alongside so the filing ties to TRIALBAL's own
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-KEY
              FILE STATUS IS WS-LN-FILE-STATUS.
      *Guarantees in force - reported off balance sheet
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
       COPY termrec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       01 WS-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-GT-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-X-FILE-STATUS PIC XX.
       01 WS-LN-STAGE-TOTAL OCCURS 5 TIMES PIC S9(13)V9(4).
       01 WS-LN-STAGE-CNT OCCURS 5 TIMES PIC 9(6).
       01 WS-STAGE-IX PIC 9(1).
      *Guarantees in force by type: 1 = bid, 2 = performance,
      *3 = advance payment, 4 = standby letter of credit
       01 WS-GT-TYPE-TOTAL OCCURS 4 TIMES PIC S9(13)V9(4).
       01 WS-GT-TYPE-CNT OCCURS 4 TIMES PIC 9(6).
       01 WS-GT-IX PIC 9(1).
       01 WS-GRAND-CONTINGENT PIC S9(15)V9(4) VALUE 0.
       01 WS-GRAND-DEPOSITS PIC S9(15)V9(4) VALUE 0.
       01 WS-GRAND-LOANS PIC S9(15)V9(4) VALUE 0.
       01 WS-GRAND-TERM PIC S9(15)V9(4) VALUE 0.
           05 SRL-COUNT PIC 9(6).
           05 SRL-TOTAL PIC +9(13).9(4).
           05 FILLER PIC X(52) VALUE SPACES.
       01  SR-GUARANTEE-ROW.
           05 FILLER PIC X(2) VALUE '04'.
           05 SRG-TYPE PIC X(1).
           05 SRG-COUNT PIC 9(6).
           05 SRG-TOTAL PIC +9(13).9(4).
           05 FILLER PIC X(52) VALUE SPACES.
       01  SR-TRAILER.
           05 FILLER PIC X(2) VALUE '09'.
           05 SRX-DEPOSITS PIC +9(15).9(4).
              MOVE 0 TO WS-LN-STAGE-TOTAL(WS-STAGE-IX)
              MOVE 0 TO WS-LN-STAGE-CNT(WS-STAGE-IX)
           END-PERFORM
           PERFORM ZERO-ONE-GUARANTEE-TYPE
              VARYING WS-GT-IX FROM 1 BY 1
              UNTIL WS-GT-IX > 4
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
           END-IF
           OPEN INPUT TERM-DEPOSITS
           OPEN INPUT LOAN-MASTER
           OPEN INPUT GUARANTEE-BOOK
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT STATS
           READ STATS
           END-IF
           PERFORM TALLY-ONE-LOAN UNTIL WS-EOF = 'Y'

      *No register on disk just means no guarantees were ever issued
           MOVE 'N' TO WS-EOF
           IF WS-GT-FILE-STATUS NOT = '00'
                 AND WS-GT-FILE-STATUS NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE LOW-VALUES TO GT-REFERENCE
              START GUARANTEE-BOOK KEY IS >= GT-REFERENCE
              IF WS-GT-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM TALLY-ONE-GUARANTEE UNTIL WS-EOF = 'Y'

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
              VARYING WS-STAGE-IX FROM 1 BY 1
              UNTIL WS-STAGE-IX > 5

      *The contingent rows go out ahead of the trailer but stay out
      *of its control totals - nothing on them is on balance sheet
           MOVE 'Y' TO WS-START
           DISPLAY '  "Guarantees":['
           PERFORM WRITE-ONE-GUARANTEE-TYPE
              VARYING WS-GT-IX FROM 1 BY 1
              UNTIL WS-GT-IX > 4
           DISPLAY '  ],'
           MOVE WS-GRAND-CONTINGENT TO WS-AMOUNT-EDIT
           DISPLAY '  "ContingentTotal":' WS-AMOUNT-EDIT ','

           MOVE WS-GRAND-DEPOSITS TO SRX-DEPOSITS
           MOVE WS-GRAND-TERM TO SRX-TERM
           MOVE WS-GRAND-LOANS TO SRX-LOANS
           CLOSE USER-ACCOUNTS
           CLOSE TERM-DEPOSITS
           CLOSE LOAN-MASTER
           CLOSE GUARANTEE-BOOK
           CLOSE EXCHANGE-RATES
           CLOSE STATS
           CLOSE STAT-RETURN
                         AND ACT-NAME NOT = "TERMPOOL "
                         AND ACT-NAME NOT = "LOANPOOL "
                         AND ACT-NAME NOT = "SETTLE   "
                         AND ACT-NAME NOT = "MRESERVE "
                         AND ACT-NAME NOT = "INBSUSP  "
                         AND ACT-NAME NOT = "BILLCLR  "
                         AND ACT-NAME NOT = "DRAFTS   "
                         AND ACT-NAME NOT = "TAXHELD  "
                         AND ACT-NAME NOT = "VATPAY   "
                         AND ACT-NAME NOT = "ESCHEAT  "
                         AND ACT-NAME NOT = "FXMARGIN "
                         AND ACT-NAME NOT = "CLEARING "
                         AND ACT-NAME NOT = "MKTGCOST "
                      PERFORM ADD-ONE-ACCOUNT
                   END-IF
           END-READ.
           ADD WS-ITEM-AMOUNT TO WS-LN-STAGE-TOTAL(WS-STAGE-IX)
           ADD 1 TO WS-LN-STAGE-CNT(WS-STAGE-IX)
           ADD WS-ITEM-AMOUNT TO WS-GRAND-LOANS.
       TALLY-ONE-GUARANTEE.
           READ GUARANTEE-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GT-IS-OPEN
                      PERFORM ADD-ONE-GUARANTEE
                   END-IF
           END-READ.
       ADD-ONE-GUARANTEE.
           MOVE GT-AMOUNT TO WS-ITEM-AMOUNT
           MOVE GT-CURRENCY TO WS-ITEM-CCY
           PERFORM CONVERT-TO-DEFAULT
           EVALUATE GT-TYPE
              WHEN 'B'
                 MOVE 1 TO WS-GT-IX
              WHEN 'P'
                 MOVE 2 TO WS-GT-IX
              WHEN 'A'
                 MOVE 3 TO WS-GT-IX
              WHEN OTHER
                 MOVE 4 TO WS-GT-IX
           END-EVALUATE
           ADD WS-ITEM-AMOUNT TO WS-GT-TYPE-TOTAL(WS-GT-IX)
           ADD 1 TO WS-GT-TYPE-CNT(WS-GT-IX)
           ADD WS-ITEM-AMOUNT TO WS-GRAND-CONTINGENT.
       ZERO-ONE-GUARANTEE-TYPE.
           MOVE 0 TO WS-GT-TYPE-TOTAL(WS-GT-IX)
           MOVE 0 TO WS-GT-TYPE-CNT(WS-GT-IX).
       WRITE-ONE-GUARANTEE-TYPE.
           EVALUATE WS-GT-IX
              WHEN 1
                 MOVE 'B' TO SRG-TYPE
              WHEN 2
                 MOVE 'P' TO SRG-TYPE
              WHEN 3
                 MOVE 'A' TO SRG-TYPE
              WHEN 4
                 MOVE 'S' TO SRG-TYPE
           END-EVALUATE
           MOVE WS-GT-TYPE-CNT(WS-GT-IX) TO SRG-COUNT
           MOVE WS-GT-TYPE-TOTAL(WS-GT-IX) TO SRG-TOTAL
           MOVE SR-GUARANTEE-ROW TO SR-LINE
           WRITE SR-LINE
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           MOVE WS-GT-TYPE-TOTAL(WS-GT-IX) TO WS-AMOUNT-EDIT
           DISPLAY '  {"Type":"' SRG-TYPE '","Count":'
              WS-GT-TYPE-CNT(WS-GT-IX) ',"Total":' WS-AMOUNT-EDIT '}'.
       WRITE-ONE-DEPOSIT.
           ADD 1 TO WS-IX
           MOVE WS-DP-TYPE(WS-IX) TO SRD-TYPE
