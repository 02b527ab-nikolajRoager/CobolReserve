      *before deciding what to do about tomorrow, instead of pulling
      *three files by hand. Flows are taken on the official business
      *date when one is set, the machine date otherwise - the same
      *date the posting programs stamp. Open guarantees and standby
      *letters of credit follow as contingent liabilities, per
      *currency, off the GTEEBOOK register. The open interbank
      *money-market book off MMBOOK is carried in each currency's
      *position - placed and borrowed - and laid out on a maturity
      *ladder so the desk sees when the money comes back or goes out
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FW-ID
              FILE STATUS IS WS-FW-FILE-STATUS.
      *Guarantees in force - contingent liabilities, no ledger money
      *has moved on them but the bank is on the hook if claimed
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
      *Open interbank placements and borrowings
           SELECT MONEY-MARKET-BOOK ASSIGN TO MMBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MM-DEAL-ID
              FILE STATUS IS WS-MM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY spoolcat.
       FD  FORWARD-BOOK DATA RECORD IS FW-RECORD.
       COPY fwdrec.
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  MONEY-MARKET-BOOK DATA RECORD IS MM-RECORD.
       COPY mmdeal.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SP-FILE-STATUS PIC XX.
               10 WS-CCY-OUTFLOW    PIC S9(13)V9(4).
               10 WS-CCY-MAX-TXN    PIC 9(11)V9(4).
               10 WS-CCY-CAP        PIC 9(11)V9(4).
      *Open money-market principal, and the net (placed less
      *borrowed) falling due per ladder bucket: overnight, within a
      *week, a month, three months, and beyond
               10 WS-CCY-MM-PLACED   PIC S9(13)V9(4).
               10 WS-CCY-MM-BORROWED PIC S9(13)V9(4).
               10 WS-CCY-MM-DEALS    PIC 9(6).
               10 WS-CCY-LADDER      PIC S9(13)V9(4) OCCURS 5 TIMES.
       01 WS-CCY-IDX PIC 9(3) COMP.
       01 WS-FW-FILE-STATUS PIC XX.
      *Open forward exposure, one slot per currency seen on the
       01 WS-FW-AMOUNT PIC S9(11)V9(4).
       01 WS-FW-DELIVER-AMT PIC S9(13)V9(4).
       01 WS-FW-START PIC X VALUE 'Y'.
       01 WS-GT-FILE-STATUS PIC XX.
      *Open guarantee face amounts, one slot per currency issued in
       01 WS-GUARANTEE-TOTALS.
           05 WS-GT-COUNT PIC 9(3) VALUE 0.
           05 WS-GT-TABLE OCCURS 50 TIMES.
               10 WS-GT-CCY        PIC X(3).
               10 WS-GT-EXPOSURE   PIC S9(13)V9(4).
               10 WS-GT-OPEN       PIC 9(6).
       01 WS-GT-IDX PIC 9(3) COMP.
       01 WS-GT-FOUND PIC X.
       01 WS-GT-START PIC X VALUE 'Y'.
       01 WS-MM-FILE-STATUS PIC XX.
       01 WS-MM-START PIC X VALUE 'Y'.
       01 WS-MM-DAYS PIC S9(6).
       01 WS-MM-BUCKET PIC 9 COMP.
       01 WS-MM-SIGNED PIC S9(13)V9(4).
       01 WS-UTIL-PCT PIC 9(5)V9(2).
       01 WS-UTIL-JSON PIC Z(4)9.99.
      *Json compatible signed amounts, no leading zeros
           PERFORM SCAN-RATE-CAPS UNTIL WS-EOF = 'Y'
           PERFORM SCAN-FORWARD-BOOK
              THRU SCAN-FORWARD-BOOK-EXIT
           PERFORM SCAN-GUARANTEE-BOOK
              THRU SCAN-GUARANTEE-BOOK-EXIT
           PERFORM SCAN-MM-BOOK
              THRU SCAN-MM-BOOK-EXIT
           PERFORM PRINT-REPORT
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
              MOVE 0 TO WS-CCY-OUTFLOW(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-MAX-TXN(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-CAP(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-MM-PLACED(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-MM-BORROWED(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-MM-DEALS(WS-CCY-IDX)
              MOVE 0 TO WS-CCY-LADDER(WS-CCY-IDX, 1)
              MOVE 0 TO WS-CCY-LADDER(WS-CCY-IDX, 2)
              MOVE 0 TO WS-CCY-LADDER(WS-CCY-IDX, 3)
              MOVE 0 TO WS-CCY-LADDER(WS-CCY-IDX, 4)
              MOVE 0 TO WS-CCY-LADDER(WS-CCY-IDX, 5)
           END-IF.
       FIND-CURRENCY-SLOT.
           IF WS-CCY-CODE(WS-CCY-IDX) = WS-LOOKUP-CCY
           PERFORM PRINT-ONE-FORWARD
              VARYING WS-FW-IDX FROM 1 BY 1
              UNTIL WS-FW-IDX > WS-FW-COUNT
           DISPLAY '  ],'
      *Off-balance-sheet: what the bank would have to pay out if
      *every guarantee in force were claimed tomorrow
           DISPLAY '  "ContingentLiabilities":['
           MOVE 'CONTINGENT LIABILITIES' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM PRINT-ONE-GUARANTEE
              VARYING WS-GT-IDX FROM 1 BY 1
              UNTIL WS-GT-IDX > WS-GT-COUNT
           DISPLAY '  ],'
      *When the open money-market book falls due, per currency, net
      *of placements coming back and borrowings going out
           DISPLAY '  "MaturityLadder":['
           MOVE 'MONEY MARKET MATURITY LADDER' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM PRINT-ONE-LADDER
              VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-COUNT
           DISPLAY '  ]'
           PERFORM SPOOL-FINISH
           DISPLAY '}'.
           ELSE
              ADD 1 TO WS-FW-IDX
           END-IF.
      *Walk the guarantees in force, face amounts bucketed on the
      *guarantee's own currency. No register on disk just means
      *nothing issued
       SCAN-GUARANTEE-BOOK.
           OPEN INPUT GUARANTEE-BOOK
           IF WS-GT-FILE-STATUS NOT = '00'
                 AND WS-GT-FILE-STATUS NOT = '97'
              CLOSE GUARANTEE-BOOK
              GO TO SCAN-GUARANTEE-BOOK-EXIT
           END-IF
           MOVE LOW-VALUES TO GT-REFERENCE
           START GUARANTEE-BOOK KEY IS >= GT-REFERENCE
           MOVE 'N' TO WS-EOF
           IF WS-GT-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-ONE-GUARANTEE UNTIL WS-EOF = 'Y'
           CLOSE GUARANTEE-BOOK.
       SCAN-GUARANTEE-BOOK-EXIT.
           EXIT.
       TALLY-ONE-GUARANTEE.
           READ GUARANTEE-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GT-IS-OPEN
                      MOVE GT-CURRENCY TO WS-LOOKUP-CCY
                      PERFORM FIND-GUARANTEE-SLOT
                      ADD GT-AMOUNT TO WS-GT-EXPOSURE(WS-GT-IDX)
                      ADD 1 TO WS-GT-OPEN(WS-GT-IDX)
                   END-IF
           END-READ.
      *Same find-or-add walk the forward table uses
       FIND-GUARANTEE-SLOT.
           MOVE 'N' TO WS-GT-FOUND
           MOVE 1 TO WS-GT-IDX
           PERFORM TEST-GUARANTEE-SLOT
              UNTIL WS-GT-FOUND = 'Y' OR WS-GT-IDX > WS-GT-COUNT
           IF WS-GT-FOUND = 'N' AND WS-GT-COUNT < 50
              ADD 1 TO WS-GT-COUNT
              MOVE WS-GT-COUNT TO WS-GT-IDX
              MOVE WS-LOOKUP-CCY TO WS-GT-CCY(WS-GT-IDX)
              MOVE 0 TO WS-GT-EXPOSURE(WS-GT-IDX)
              MOVE 0 TO WS-GT-OPEN(WS-GT-IDX)
           END-IF.
       TEST-GUARANTEE-SLOT.
           IF WS-GT-CCY(WS-GT-IDX) = WS-LOOKUP-CCY
              MOVE 'Y' TO WS-GT-FOUND
           ELSE
              ADD 1 TO WS-GT-IDX
           END-IF.
       PRINT-ONE-GUARANTEE.
           IF WS-GT-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-GT-START
           DISPLAY '    {'
           DISPLAY '      "Currency":"' WS-GT-CCY(WS-GT-IDX) '",'
           MOVE WS-GT-EXPOSURE(WS-GT-IDX) TO WS-TOTAL-JSON
           DISPLAY '      "GuaranteesInForce":' WS-TOTAL-JSON ','
           DISPLAY '      "OpenGuarantees":'
              WS-GT-OPEN(WS-GT-IDX)
           DISPLAY '    }'
           MOVE WS-GT-EXPOSURE(WS-GT-IDX) TO WS-TOTAL-JSON
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-GT-CCY(WS-GT-IDX) ' CONTINGENT '
              WS-TOTAL-JSON
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Walk the open deals, principal bucketed on the deal's own
      *currency and on its days to maturity from the flow date. No
      *book on disk just means nothing dealt
       SCAN-MM-BOOK.
           OPEN INPUT MONEY-MARKET-BOOK
           IF WS-MM-FILE-STATUS NOT = '00'
                 AND WS-MM-FILE-STATUS NOT = '97'
              CLOSE MONEY-MARKET-BOOK
              GO TO SCAN-MM-BOOK-EXIT
           END-IF
           MOVE LOW-VALUES TO MM-DEAL-ID
           START MONEY-MARKET-BOOK KEY IS >= MM-DEAL-ID
           MOVE 'N' TO WS-EOF
           IF WS-MM-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-ONE-DEAL UNTIL WS-EOF = 'Y'
           CLOSE MONEY-MARKET-BOOK.
       SCAN-MM-BOOK-EXIT.
           EXIT.
       TALLY-ONE-DEAL.
           READ MONEY-MARKET-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MM-IS-OPEN
                      PERFORM ADD-ONE-DEAL
                   END-IF
           END-READ.
       ADD-ONE-DEAL.
           MOVE MM-CURRENCY TO WS-LOOKUP-CCY
           PERFORM FIND-OR-ADD-CURRENCY
           ADD 1 TO WS-CCY-MM-DEALS(WS-CCY-IDX)
           IF MM-IS-PLACEMENT
              ADD MM-AMOUNT TO WS-CCY-MM-PLACED(WS-CCY-IDX)
              MOVE MM-AMOUNT TO WS-MM-SIGNED
           ELSE
              ADD MM-AMOUNT TO WS-CCY-MM-BORROWED(WS-CCY-IDX)
              COMPUTE WS-MM-SIGNED = 0 - MM-AMOUNT
           END-IF
           COMPUTE WS-MM-DAYS
              = FUNCTION INTEGER-OF-DATE(MM-MATURITY-DATE)
              - FUNCTION INTEGER-OF-DATE(WS-FLOW-DATE)
           EVALUATE TRUE
              WHEN WS-MM-DAYS <= 1
                 MOVE 1 TO WS-MM-BUCKET
              WHEN WS-MM-DAYS <= 7
                 MOVE 2 TO WS-MM-BUCKET
              WHEN WS-MM-DAYS <= 30
                 MOVE 3 TO WS-MM-BUCKET
              WHEN WS-MM-DAYS <= 90
                 MOVE 4 TO WS-MM-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-MM-BUCKET
           END-EVALUATE
           ADD WS-MM-SIGNED
              TO WS-CCY-LADDER(WS-CCY-IDX, WS-MM-BUCKET).
      *Only currencies with deals on the book get a ladder
       PRINT-ONE-LADDER.
           IF WS-CCY-MM-DEALS(WS-CCY-IDX) > 0
              IF WS-MM-START NOT = 'Y'
                 DISPLAY '    ,'
              END-IF
              MOVE 'N' TO WS-MM-START
              DISPLAY '    {'
              DISPLAY '      "Currency":"' WS-CCY-CODE(WS-CCY-IDX) '",'
              MOVE WS-CCY-LADDER(WS-CCY-IDX, 1) TO WS-TOTAL-JSON
              DISPLAY '      "Overnight":' WS-TOTAL-JSON ','
              MOVE WS-CCY-LADDER(WS-CCY-IDX, 2) TO WS-TOTAL-JSON
              DISPLAY '      "UpToOneWeek":' WS-TOTAL-JSON ','
              MOVE WS-CCY-LADDER(WS-CCY-IDX, 3) TO WS-TOTAL-JSON
              DISPLAY '      "UpToOneMonth":' WS-TOTAL-JSON ','
              MOVE WS-CCY-LADDER(WS-CCY-IDX, 4) TO WS-TOTAL-JSON
              DISPLAY '      "UpToThreeMonths":' WS-TOTAL-JSON ','
              MOVE WS-CCY-LADDER(WS-CCY-IDX, 5) TO WS-TOTAL-JSON
              DISPLAY '      "BeyondThreeMonths":' WS-TOTAL-JSON ','
              DISPLAY '      "OpenDeals":'
                 WS-CCY-MM-DEALS(WS-CCY-IDX)
              DISPLAY '    }'
              COMPUTE WS-MM-SIGNED = WS-CCY-MM-PLACED(WS-CCY-IDX)
                 - WS-CCY-MM-BORROWED(WS-CCY-IDX)
              MOVE WS-MM-SIGNED TO WS-TOTAL-JSON
              MOVE SPACES TO WS-SPOOL-LINE
              STRING WS-CCY-CODE(WS-CCY-IDX) ' MONEY MARKET NET '
                 WS-TOTAL-JSON
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF.
       PRINT-ONE-FORWARD.
           IF WS-FW-START NOT = 'Y'
              DISPLAY '    ,'
           DISPLAY '      "LargestTxn":' WS-TOTAL-JSON ','
           MOVE WS-CCY-CAP(WS-CCY-IDX) TO WS-TOTAL-JSON
           DISPLAY '      "TxnCap":' WS-TOTAL-JSON ','
           MOVE WS-CCY-MM-PLACED(WS-CCY-IDX) TO WS-TOTAL-JSON
           DISPLAY '      "MMPlaced":' WS-TOTAL-JSON ','
           MOVE WS-CCY-MM-BORROWED(WS-CCY-IDX) TO WS-TOTAL-JSON
           DISPLAY '      "MMBorrowed":' WS-TOTAL-JSON ','
           IF WS-CCY-CAP(WS-CCY-IDX) = 0
              DISPLAY '      "CapUtilizationPct":0.00'
           ELSE
