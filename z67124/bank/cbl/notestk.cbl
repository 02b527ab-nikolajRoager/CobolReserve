      *Foreign note stock report for the cash centre: per branch and
      *foreign currency, the notes on hand and whether it is time to
      *order more from the depot. Stock is the branch's latest vault
      *day on or before the as-of date (ARG-DATE, zeros for today) -
      *the vault's and that day's drawers' note slots, at the
      *declared close where one was counted and the morning count
      *where not. The drain is the last 30 days' foreign notes over
      *the counter: teller-keyed deposits and withdrawals off the
      *posting index (the branch is the teller's drawer's that day)
      *and both legs of the note counter's exchanges. With the
      *currency's reorder level and order target off the exchange
      *file (SETNOTE), the days of cover above the reorder level
      *give the date an order must go in by, S-NOTE-LEAD-DAYS
      *(default 3) ahead of reaching it. OrderNow is set once the
      *stock is at the reorder level or that date has come, and
      *OrderQuantity tops it back up to the target. No levels set
      *means no order advice; OrderBy is zero when nothing drains
      *the stock. Spooled for the cash centre
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTESTK.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-BOOK ASSIGN TO VAULTBK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VL-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CASH-DRAWERS ASSIGN TO DRAWERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DW-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT NOTE-JOURNAL ASSIGN TO NOTEJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NX-KEY
           FILE STATUS IS WS-NX-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS E-KEY
           FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool for the cash centre
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
       FD  VAULT-BOOK DATA RECORD IS VL-RECORD.
       COPY vaultrec.
       FD  CASH-DRAWERS DATA RECORD IS DW-RECORD.
       COPY drawrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  NOTE-JOURNAL DATA RECORD IS NX-RECORD.
       COPY notejrnl.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-DW-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-NX-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-DEFAULT-CURRENCY PIC X(3).
       01 WS-LEAD-DAYS PIC 9(2) VALUE 3.
       01 WS-AS-OF PIC 9(8).
       01 WS-AS-OF-DAYS PIC 9(8).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-ORDER-BY PIC 9(8).
       01 WS-ORDER-DAYS PIC S9(8).
      *The drain is averaged over this many days
       01 WS-WINDOW-DAYS PIC 9(2) VALUE 30.
       01 WS-ITEM-BRANCH PIC X(4).
       01 WS-ITEM-CCY PIC X(3).
       01 WS-IS-FOREIGN PIC X.
      *Notes in and out on one posting or exchange leg
       01 WS-CASH-IN PIC S9(13)V9(4).
       01 WS-CASH-OUT PIC S9(13)V9(4).
       01 WS-NOTES PIC S9(13)V9(4).
       01 WS-REORDER-LEVEL PIC S9(13)V9(4).
       01 WS-ORDER-TARGET PIC S9(13)V9(4).
       01 WS-DAILY-DRAIN PIC S9(13)V9(4).
       01 WS-COVER-DAYS PIC 9(5).
       01 WS-ORDER-QUANTITY PIC S9(13)V9(4).
       01 WS-ORDER-NOW PIC X.
       01 WS-TRADED PIC X.
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
       01 WS-SPOOL-EDIT-1 PIC -Z(10)9.99.
       01 WS-SPOOL-EDIT-2 PIC -Z(10)9.99.
       01 WS-SPOOL-EDIT-3 PIC -Z(10)9.99.
      *Each branch's latest vault day on or before the as-of date
       01 WS-VAULT-TABLE.
           05 WS-VB-COUNT PIC 9(3) VALUE 0.
           05 WS-VB-ENTRY OCCURS 200 TIMES.
               10 WS-VB-BRANCH PIC X(4).
               10 WS-VB-DATE PIC 9(8).
       01 WS-VB-IDX PIC 9(3).
       01 WS-VB-FOUND PIC X.
      *Only the vault pass may add a branch; a drawer on a branch
      *with no vault day has nothing to stand against
       01 WS-VB-MAY-ADD PIC X.
      *One slot per branch and foreign currency, built as the files
      *are walked and put in branch order at the end
       01 WS-STOCK-TABLE.
           05 WS-ST-COUNT PIC 9(4) VALUE 0.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
               10 WS-ST-KEY.
                   15 WS-ST-BRANCH PIC X(4).
                   15 WS-ST-CCY PIC X(3).
               10 WS-ST-STOCK PIC S9(13)V9(4).
               10 WS-ST-INFLOW PIC S9(13)V9(4).
               10 WS-ST-OUTFLOW PIC S9(13)V9(4).
       01 WS-ST-IDX PIC 9(4) COMP.
       01 WS-ST-JDX PIC 9(4) COMP.
       01 WS-ST-FOUND PIC X.
       01 WS-SWAPPED PIC X.
      *One whole slot, for the ordering swap
       01 WS-ST-HOLD PIC X(58).
      *Walks a vault or drawer record's note slots
       01 WS-NS-IDX PIC 9(2).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-DATE PIC 9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF ARG-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF
           ELSE
              MOVE ARG-DATE TO WS-AS-OF
           END-IF
           COMPUTE WS-AS-OF-DAYS = FUNCTION INTEGER-OF-DATE(WS-AS-OF)
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (WS-AS-OF-DAYS - WS-WINDOW-DAYS + 1)
      *Without the default currency there is no telling which notes
      *are foreign
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Settings file error '
                 WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE STATS
              GOBACK
           END-IF
           READ STATS
           IF WS-STAT-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Settings file error '
                 WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE STATS
              GOBACK
           END-IF
           MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CURRENCY
           IF S-NOTE-LEAD-DAYS NUMERIC
              MOVE S-NOTE-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
           CLOSE STATS
           OPEN INPUT VAULT-BOOK
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Vault file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE VAULT-BOOK
              GOBACK
           END-IF
           OPEN INPUT CASH-DRAWERS
           OPEN INPUT EXCHANGE-RATES

      *Pass one: which day's count stands for each branch
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-VB-MAY-ADD
           MOVE LOW-VALUES TO VL-KEY
           START VAULT-BOOK KEY IS >= VL-KEY
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM FIND-ONE-VAULT-DAY UNTIL WS-EOF = 'Y'

      *Pass two: the vault's notes on that day
           PERFORM TAKE-VAULT-STOCK
              VARYING WS-VB-IDX FROM 1 BY 1
              UNTIL WS-VB-IDX > WS-VB-COUNT

      *Pass three: the drawers' notes on the same day. Keyed by
      *teller, so this is a full drawer file scan
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-VB-MAY-ADD
           MOVE LOW-VALUES TO DW-KEY
           START CASH-DRAWERS KEY IS >= DW-KEY
           IF WS-DW-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TAKE-ONE-DRAWER UNTIL WS-EOF = 'Y'

      *Pass four: the window's counter cash off the posting index
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-TRANSFERS
           OPEN INPUT POSTING-INDEX
           IF (WS-T-FILE-STATUS NOT = '00'
                 AND WS-T-FILE-STATUS NOT = '97')
                 OR (WS-PI-FILE-STATUS NOT = '00'
                 AND WS-PI-FILE-STATUS NOT = '97')
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-WINDOW-START TO PI-DATE
              MOVE 1 TO PI-SEQ
              START POSTING-INDEX KEY IS >= PI-KEY
              IF WS-PI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM FLOW-ONE-POSTING UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX

      *Pass five: the note counter's exchanges in the window. Keyed
      *branch first, so this is a full journal scan
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTE-JOURNAL
           IF WS-NX-FILE-STATUS NOT = '00'
                 AND WS-NX-FILE-STATUS NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE LOW-VALUES TO NX-KEY
              START NOTE-JOURNAL KEY IS >= NX-KEY
              IF WS-NX-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM FLOW-ONE-EXCHANGE UNTIL WS-EOF = 'Y'
           CLOSE NOTE-JOURNAL

           PERFORM ORDER-STOCK
           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'FOREIGN NOTE STOCK ' WS-AS-OF
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-AS-OF ','
           DISPLAY '  "WindowStart":' WS-WINDOW-START ','
           DISPLAY '  "LeadDays":' WS-LEAD-DAYS ','
           DISPLAY '  "Stock":['
           PERFORM PRINT-ONE-STOCK
              VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-COUNT
           DISPLAY '  ]'
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE VAULT-BOOK
           CLOSE CASH-DRAWERS
           CLOSE EXCHANGE-RATES
           GOBACK.
      *Vault days come in branch then date order, so the last one
      *read on or before the as-of date is the one that stands
       FIND-ONE-VAULT-DAY.
           READ VAULT-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF VL-DATE <= WS-AS-OF
                      MOVE VL-BRANCH TO WS-ITEM-BRANCH
                      PERFORM FIND-VAULT-SLOT
                      IF WS-VB-FOUND = 'Y'
                         MOVE VL-DATE TO WS-VB-DATE(WS-VB-IDX)
                      END-IF
                   END-IF
           END-READ.
       TAKE-VAULT-STOCK.
           MOVE WS-VB-BRANCH(WS-VB-IDX) TO VL-BRANCH
           MOVE WS-VB-DATE(WS-VB-IDX) TO VL-DATE
           READ VAULT-BOOK RECORD KEY VL-KEY
           NOT INVALID KEY
              IF VL-NOTE-COUNT NUMERIC
                 MOVE VL-BRANCH TO WS-ITEM-BRANCH
                 PERFORM TAKE-VAULT-NOTES
                    VARYING WS-NS-IDX FROM 1 BY 1
                    UNTIL WS-NS-IDX > VL-NOTE-COUNT
              END-IF
           END-READ.
       TAKE-VAULT-NOTES.
           MOVE VL-NS-CURRENCY(WS-NS-IDX) TO WS-ITEM-CCY
           IF VL-NS-DECLARED-CLOSE(WS-NS-IDX) NOT = 0
              MOVE VL-NS-DECLARED-CLOSE(WS-NS-IDX) TO WS-NOTES
           ELSE
              MOVE VL-NS-OPENING(WS-NS-IDX) TO WS-NOTES
           END-IF
           PERFORM ADD-STOCK.
       TAKE-ONE-DRAWER.
           READ CASH-DRAWERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE DW-BRANCH TO WS-ITEM-BRANCH
                   PERFORM FIND-VAULT-SLOT
                   IF WS-VB-FOUND = 'Y'
                         AND DW-DATE = WS-VB-DATE(WS-VB-IDX)
                         AND DW-NOTE-COUNT NUMERIC
                      PERFORM TAKE-DRAWER-NOTES
                         VARYING WS-NS-IDX FROM 1 BY 1
                         UNTIL WS-NS-IDX > DW-NOTE-COUNT
                   END-IF
           END-READ.
       TAKE-DRAWER-NOTES.
           MOVE DW-NF-CURRENCY(WS-NS-IDX) TO WS-ITEM-CCY
           IF DW-NF-DECLARED-CLOSE(WS-NS-IDX) NOT = 0
              MOVE DW-NF-DECLARED-CLOSE(WS-NS-IDX) TO WS-NOTES
           ELSE
              MOVE DW-NF-OPENING(WS-NS-IDX) TO WS-NOTES
           END-IF
           PERFORM ADD-STOCK.
       ADD-STOCK.
           PERFORM CHECK-FOREIGN
           IF WS-IS-FOREIGN = 'Y'
              PERFORM FIND-STOCK-SLOT
              IF WS-ST-FOUND = 'Y'
                 ADD WS-NOTES TO WS-ST-STOCK(WS-ST-IDX)
              END-IF
           END-IF.
       FLOW-ONE-POSTING.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE > WS-AS-OF
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF PI-SEQ NOT = 0
                         MOVE PI-TR-KEY TO TR-KEY
                         READ USER-TRANSFERS RECORD KEY TR-KEY
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM FLOW-ONE-CASH-POSTING
                         END-READ
                      END-IF
                   END-IF
           END-READ.
      *The notes that crossed the counter, counted the way DRAWEOD
      *counts them, on the branch of the teller's drawer that day
       FLOW-ONE-CASH-POSTING.
           IF TR-TELLER-ID NOT = SPACES
                 AND (TR-TYPE-NAME = "Deposit"
                      OR TR-TYPE-NAME = "Withdrawal")
              MOVE 0 TO WS-CASH-IN
              MOVE 0 TO WS-CASH-OUT
              IF TR-CURRENCY = TR-OWN-CURRENCY
                    OR TR-CURRENCY = SPACES
                 MOVE TR-OWN-CURRENCY TO WS-ITEM-CCY
                 IF TR-TYPE-NAME = "Deposit"
                    COMPUTE WS-CASH-IN = TR-OWN-AMOUNT
                       + TR-EXHANGE-FEE + TR-TRANSACTION-FEE
                 ELSE
                    COMPUTE WS-CASH-OUT = - TR-OWN-AMOUNT
                       - TR-EXHANGE-FEE - TR-TRANSACTION-FEE
                 END-IF
              ELSE
                 MOVE TR-CURRENCY TO WS-ITEM-CCY
                 IF TR-TYPE-NAME = "Deposit"
                    MOVE TR-AMOUNT TO WS-CASH-IN
                 ELSE
                    COMPUTE WS-CASH-OUT = - TR-AMOUNT
                 END-IF
              END-IF
              PERFORM CHECK-FOREIGN
              IF WS-IS-FOREIGN = 'Y'
                 MOVE TR-TELLER-ID TO DW-TELLER-ID
                 MOVE PI-DATE TO DW-DATE
                 READ CASH-DRAWERS RECORD KEY DW-KEY
                 NOT INVALID KEY
                    MOVE DW-BRANCH TO WS-ITEM-BRANCH
                    PERFORM ADD-FLOW
                 END-READ
              END-IF
           END-IF.
       FLOW-ONE-EXCHANGE.
           READ NOTE-JOURNAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NX-DATE >= WS-WINDOW-START
                         AND NX-DATE <= WS-AS-OF
                      MOVE NX-BRANCH TO WS-ITEM-BRANCH
                      MOVE NX-IN-CURRENCY TO WS-ITEM-CCY
                      MOVE NX-IN-AMOUNT TO WS-CASH-IN
                      MOVE 0 TO WS-CASH-OUT
                      PERFORM CHECK-FOREIGN
                      IF WS-IS-FOREIGN = 'Y'
                         PERFORM ADD-FLOW
                      END-IF
                      MOVE NX-OUT-CURRENCY TO WS-ITEM-CCY
                      MOVE 0 TO WS-CASH-IN
                      MOVE NX-OUT-AMOUNT TO WS-CASH-OUT
                      PERFORM CHECK-FOREIGN
                      IF WS-IS-FOREIGN = 'Y'
                         PERFORM ADD-FLOW
                      END-IF
                   END-IF
           END-READ.
       ADD-FLOW.
           PERFORM FIND-STOCK-SLOT
           IF WS-ST-FOUND = 'Y'
              ADD WS-CASH-IN TO WS-ST-INFLOW(WS-ST-IDX)
              ADD WS-CASH-OUT TO WS-ST-OUTFLOW(WS-ST-IDX)
           END-IF.
       CHECK-FOREIGN.
           IF WS-ITEM-CCY = SPACES
                 OR WS-ITEM-CCY = LOW-VALUES
                 OR WS-ITEM-CCY = WS-DEFAULT-CURRENCY
              MOVE 'N' TO WS-IS-FOREIGN
           ELSE
              MOVE 'Y' TO WS-IS-FOREIGN
           END-IF.
      *Same find-or-add walk the report tables use
       FIND-VAULT-SLOT.
           MOVE 'N' TO WS-VB-FOUND
           MOVE 1 TO WS-VB-IDX
           PERFORM TEST-VAULT-SLOT
              UNTIL WS-VB-FOUND = 'Y' OR WS-VB-IDX > WS-VB-COUNT
           IF WS-VB-FOUND = 'N' AND WS-VB-COUNT < 200
                 AND WS-VB-MAY-ADD = 'Y'
              ADD 1 TO WS-VB-COUNT
              MOVE WS-VB-COUNT TO WS-VB-IDX
              MOVE WS-ITEM-BRANCH TO WS-VB-BRANCH(WS-VB-IDX)
              MOVE 0 TO WS-VB-DATE(WS-VB-IDX)
              MOVE 'Y' TO WS-VB-FOUND
           END-IF.
       TEST-VAULT-SLOT.
           IF WS-VB-BRANCH(WS-VB-IDX) = WS-ITEM-BRANCH
              MOVE 'Y' TO WS-VB-FOUND
           ELSE
              ADD 1 TO WS-VB-IDX
           END-IF.
       FIND-STOCK-SLOT.
           MOVE 'N' TO WS-ST-FOUND
           MOVE 1 TO WS-ST-IDX
           PERFORM TEST-STOCK-SLOT
              UNTIL WS-ST-FOUND = 'Y' OR WS-ST-IDX > WS-ST-COUNT
           IF WS-ST-FOUND = 'N' AND WS-ST-COUNT < 500
              ADD 1 TO WS-ST-COUNT
              MOVE WS-ST-COUNT TO WS-ST-IDX
              MOVE WS-ITEM-BRANCH TO WS-ST-BRANCH(WS-ST-IDX)
              MOVE WS-ITEM-CCY TO WS-ST-CCY(WS-ST-IDX)
              MOVE 0 TO WS-ST-STOCK(WS-ST-IDX)
              MOVE 0 TO WS-ST-INFLOW(WS-ST-IDX)
              MOVE 0 TO WS-ST-OUTFLOW(WS-ST-IDX)
              MOVE 'Y' TO WS-ST-FOUND
           END-IF.
       TEST-STOCK-SLOT.
           IF WS-ST-BRANCH(WS-ST-IDX) = WS-ITEM-BRANCH
                 AND WS-ST-CCY(WS-ST-IDX) = WS-ITEM-CCY
              MOVE 'Y' TO WS-ST-FOUND
           ELSE
              ADD 1 TO WS-ST-IDX
           END-IF.
      *Branch then currency order - a plain neighbour swap is
      *plenty for a table this size
       ORDER-STOCK.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM ORDER-ONE-PASS UNTIL WS-SWAPPED = 'N'.
       ORDER-ONE-PASS.
           MOVE 'N' TO WS-SWAPPED
           PERFORM ORDER-ONE-PAIR
              VARYING WS-ST-JDX FROM 1 BY 1
              UNTIL WS-ST-JDX >= WS-ST-COUNT.
       ORDER-ONE-PAIR.
           COMPUTE WS-ST-IDX = WS-ST-JDX + 1
           IF WS-ST-KEY(WS-ST-IDX) < WS-ST-KEY(WS-ST-JDX)
              MOVE WS-ST-ENTRY(WS-ST-JDX) TO WS-ST-HOLD
              MOVE WS-ST-ENTRY(WS-ST-IDX)
                 TO WS-ST-ENTRY(WS-ST-JDX)
              MOVE WS-ST-HOLD TO WS-ST-ENTRY(WS-ST-IDX)
              MOVE 'Y' TO WS-SWAPPED
           END-IF.
      *The currency's levels, its drain and the order advice
       ASSESS-ONE-STOCK.
           MOVE 0 TO WS-REORDER-LEVEL
           MOVE 0 TO WS-ORDER-TARGET
           MOVE 'N' TO WS-TRADED
           MOVE WS-ST-CCY(WS-ST-IDX) TO E-KEY
           READ EXCHANGE-RATES RECORD KEY E-KEY
           NOT INVALID KEY
              IF E-NOTE-MAN NUMERIC AND E-NOTE-MAN > 0
                 MOVE 'Y' TO WS-TRADED
              END-IF
              IF E-NOTE-REORDER-LEVEL NUMERIC
                 MOVE E-NOTE-REORDER-LEVEL TO WS-REORDER-LEVEL
              END-IF
              IF E-NOTE-ORDER-TARGET NUMERIC
                 MOVE E-NOTE-ORDER-TARGET TO WS-ORDER-TARGET
              END-IF
           END-READ
           IF WS-ORDER-TARGET = 0
              MOVE WS-REORDER-LEVEL TO WS-ORDER-TARGET
           END-IF
           COMPUTE WS-DAILY-DRAIN ROUNDED
              = (WS-ST-OUTFLOW(WS-ST-IDX) - WS-ST-INFLOW(WS-ST-IDX))
              / WS-WINDOW-DAYS
           MOVE 0 TO WS-ORDER-BY
           MOVE 99999 TO WS-COVER-DAYS
           IF WS-DAILY-DRAIN > 0
              IF WS-ST-STOCK(WS-ST-IDX) > WS-REORDER-LEVEL
                 COMPUTE WS-COVER-DAYS
                    = (WS-ST-STOCK(WS-ST-IDX) - WS-REORDER-LEVEL)
                    / WS-DAILY-DRAIN
                 ON SIZE ERROR
                    MOVE 99999 TO WS-COVER-DAYS
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-COVER-DAYS
              END-IF
              COMPUTE WS-ORDER-DAYS
                 = WS-AS-OF-DAYS + WS-COVER-DAYS - WS-LEAD-DAYS
              IF WS-ORDER-DAYS < WS-AS-OF-DAYS
                 MOVE WS-AS-OF-DAYS TO WS-ORDER-DAYS
              END-IF
              COMPUTE WS-ORDER-BY
                 = FUNCTION DATE-OF-INTEGER(WS-ORDER-DAYS)
           END-IF
           MOVE 'N' TO WS-ORDER-NOW
           MOVE 0 TO WS-ORDER-QUANTITY
           IF WS-REORDER-LEVEL > 0
              IF WS-ST-STOCK(WS-ST-IDX) <= WS-REORDER-LEVEL
                    OR (WS-ORDER-BY NOT = 0
                        AND WS-ORDER-BY <= WS-AS-OF)
                 MOVE 'Y' TO WS-ORDER-NOW
                 COMPUTE WS-ORDER-QUANTITY
                    = WS-ORDER-TARGET - WS-ST-STOCK(WS-ST-IDX)
                 IF WS-ORDER-QUANTITY < 0
                    MOVE 0 TO WS-ORDER-QUANTITY
                 END-IF
              END-IF
           END-IF.
       PRINT-ONE-STOCK.
           PERFORM ASSESS-ONE-STOCK
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Branch":"' WS-ST-BRANCH(WS-ST-IDX) '",'
           DISPLAY '    "Currency":"' WS-ST-CCY(WS-ST-IDX) '",'
           DISPLAY '    "Traded":"' WS-TRADED '",'
           MOVE WS-ST-STOCK(WS-ST-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Stock":' WS-AMOUNT-EDIT ','
           MOVE WS-ST-INFLOW(WS-ST-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "NotesIn":' WS-AMOUNT-EDIT ','
           MOVE WS-ST-OUTFLOW(WS-ST-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "NotesOut":' WS-AMOUNT-EDIT ','
           MOVE WS-DAILY-DRAIN TO WS-AMOUNT-EDIT
           DISPLAY '    "DailyDrain":' WS-AMOUNT-EDIT ','
           MOVE WS-REORDER-LEVEL TO WS-AMOUNT-EDIT
           DISPLAY '    "ReorderLevel":' WS-AMOUNT-EDIT ','
           MOVE WS-ORDER-TARGET TO WS-AMOUNT-EDIT
           DISPLAY '    "OrderTarget":' WS-AMOUNT-EDIT ','
           DISPLAY '    "DaysOfCover":' WS-COVER-DAYS ','
           DISPLAY '    "OrderBy":' WS-ORDER-BY ','
           DISPLAY '    "OrderNow":"' WS-ORDER-NOW '",'
           MOVE WS-ORDER-QUANTITY TO WS-AMOUNT-EDIT
           DISPLAY '    "OrderQuantity":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE WS-ST-STOCK(WS-ST-IDX) TO WS-SPOOL-EDIT-1
           MOVE WS-REORDER-LEVEL TO WS-SPOOL-EDIT-2
           MOVE WS-DAILY-DRAIN TO WS-SPOOL-EDIT-3
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-ST-BRANCH(WS-ST-IDX) ' ' WS-ST-CCY(WS-ST-IDX)
              ' STOCK ' WS-SPOOL-EDIT-1
              ' REORDER ' WS-SPOOL-EDIT-2
              ' DAILY ' WS-SPOOL-EDIT-3
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           IF WS-ORDER-NOW = 'Y'
              MOVE WS-ORDER-QUANTITY TO WS-SPOOL-EDIT-1
              MOVE SPACES TO WS-SPOOL-LINE
              STRING '         ORDER NOW ' WS-SPOOL-EDIT-1
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           ELSE
              IF WS-ORDER-BY NOT = 0
                 MOVE SPACES TO WS-SPOOL-LINE
                 STRING '         ORDER BY ' WS-ORDER-BY
                    DELIMITED BY SIZE INTO WS-SPOOL-LINE
                 PERFORM SPOOL-LINE
              END-IF
           END-IF.
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
              MOVE 'NOTESTK' TO SP-REPORT
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
              MOVE 'NOTESTK' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'NOTESTK' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
