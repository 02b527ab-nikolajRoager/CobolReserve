      *End-of-day cash drawer reconciliation. Sums the day's
      *teller-keyed deposits and withdrawals from USER-TRANSFERS,
      *found through the POSTIDX business-date index, per
      *TR-TELLER-ID (a teller-stamped Deposit adds cash to the
      *drawer, a Withdrawal pays cash out of it), works out what each
      *drawer should hold against the opening float on the CASH-
      *DRAWERS record, and prints the over/short of each teller's
      *declared closing count, rolled up per branch. Replaces the
      *head cashier's hour with the calculator. Each currency is
      *proved on its own: the cash is counted in the currency of
      *the notes that crossed the counter, the foreign note
      *counter's exchanges (NOTEJRNL) go in on both legs, and every
      *foreign currency a teller handled is proved against the
      *drawer's note float slot for it
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT CASH-DRAWERS ASSIGN TO DRAWERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-DW-FILE-STATUS.
           SELECT NOTE-JOURNAL ASSIGN TO NOTEJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NX-KEY
           FILE STATUS IS WS-NX-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  CASH-DRAWERS DATA RECORD IS DW-RECORD.
       COPY drawrec.
       FD  NOTE-JOURNAL DATA RECORD IS NX-RECORD.
       COPY notejrnl.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-DW-FILE-STATUS PIC XX.
       01 WS-NX-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
      *Spaces when STATFILE can not be read - every posting then
      *counts in the one default drawer figure, as it always did
       01 WS-DEFAULT-CURRENCY PIC X(3) VALUE SPACES.
      *One leg of counter cash on its way into the tallies
       01 WS-CASH.
           05 WS-CASH-TELLER PIC X(8).
           05 WS-CASH-CCY PIC X(3).
           05 WS-CASH-IN PIC S9(11)V9(4).
           05 WS-CASH-OUT PIC S9(11)V9(4).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DRAWER-FOUND PIC X.
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
      *One slot per teller seen in the day's ledger. Linear search,
               10 WS-BR-OVER-SHORT PIC S9(11)V9(4).
       01 WS-BX PIC 9(3).
       01 WS-BSLOT PIC 9(3).
      *The same per teller and per branch for every foreign currency
      *handled, one slot per teller and currency
       01 WS-NOTE-TABLE.
           05 WS-NOTE-COUNT PIC 9(3) VALUE 0.
           05 WS-NOTE-ENTRY OCCURS 500 TIMES.
               10 WS-NT-TELLER PIC X(8).
               10 WS-NT-CCY PIC X(3).
               10 WS-NT-DEPOSITS PIC S9(11)V9(4).
               10 WS-NT-WITHDRAWALS PIC S9(11)V9(4).
               10 WS-NT-COUNT PIC 9(6).
       01 WS-NX PIC 9(3).
       01 WS-NSLOT PIC 9(3).
       01 WS-NOTE-BRANCH-TABLE.
           05 WS-NB-COUNT PIC 9(3) VALUE 0.
           05 WS-NB-ENTRY OCCURS 200 TIMES.
               10 WS-NB-ID PIC X(4).
               10 WS-NB-CCY PIC X(3).
               10 WS-NB-OVER-SHORT PIC S9(11)V9(4).
       01 WS-NBX PIC 9(3).
       01 WS-NBSLOT PIC 9(3).
      *The drawer's float slot for the note currency being proved
       01 WS-NF-IDX PIC 9(2).
       01 WS-NF-FOUND PIC X.
       01 WS-NOTE-OPENING PIC S9(11)V9(4).
       01 WS-NOTE-DECLARED PIC S9(11)V9(4).
      *This teller's reconciliation
       01 WS-EXPECTED-CLOSE PIC S9(11)V9(4).
       01 WS-OVER-SHORT PIC S9(11)V9(4).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'DRAWEOD'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           IF ARG-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE ARG-DATE TO WS-RUN-DATE
           END-IF
           MOVE WS-RUN-DATE TO RS-ARG-BUSINESS-DATE
           OPEN INPUT STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              READ STATS
              IF WS-STAT-FILE-STATUS = '00'
                 MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CURRENCY
              END-IF
           END-IF
           CLOSE STATS

           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT CASH-DRAWERS
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE CASH-DRAWERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

      *Just the day's postings, off the business-date index
           OPEN INPUT POSTING-INDEX
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE POSTING-INDEX
              CLOSE CASH-DRAWERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE WS-RUN-DATE TO PI-DATE
           MOVE 1 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-CASH-POSTINGS UNTIL WS-EOF = 'Y'

      *The note counter's exchanges for the day. NX-KEY leads with
      *the branch, so this is a full walk filtered on the day
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTE-JOURNAL
           IF WS-NX-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE LOW-VALUES TO NX-KEY
              START NOTE-JOURNAL KEY IS >= NX-KEY
              IF WS-NX-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM TALLY-NOTE-EXCHANGES UNTIL WS-EOF = 'Y'
           CLOSE NOTE-JOURNAL

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ReconDate":' WS-RUN-DATE ','
           DISPLAY '  "Currency":"' WS-DEFAULT-CURRENCY '",'
           DISPLAY '  "Tellers":['
           MOVE 0 TO WS-IX
           PERFORM RECONCILE-ONE-TELLER WS-TELLER-COUNT TIMES
           MOVE 'Y' TO WS-START
           MOVE 0 TO WS-BX
           PERFORM REPORT-ONE-BRANCH WS-BRANCH-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "NoteTellers":['
           MOVE 'Y' TO WS-START
           MOVE 0 TO WS-NX
           PERFORM RECONCILE-ONE-NOTE WS-NOTE-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "NoteBranches":['
           MOVE 'Y' TO WS-START
           MOVE 0 TO WS-NBX
           PERFORM REPORT-ONE-NOTE-BRANCH WS-NB-COUNT TIMES
           DISPLAY '  ]'
           DISPLAY '}'
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           CLOSE CASH-DRAWERS
           MOVE WS-TELLER-COUNT TO RS-ARG-READ
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       TALLY-CASH-POSTINGS.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PI-TR-KEY TO TR-KEY
                      READ USER-TRANSFERS RECORD KEY TR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF TR-TELLER-ID NOT = SPACES
                               AND (TR-TYPE-NAME = "Deposit"
                                  OR TR-TYPE-NAME = "Withdrawal")
                            PERFORM TALLY-ONE-POSTING
                         END-IF
                      END-READ
                   END-IF
           END-READ.
       TALLY-ONE-POSTING.
           MOVE TR-TELLER-ID TO WS-CASH-TELLER
           MOVE 0 TO WS-CASH-IN
           MOVE 0 TO WS-CASH-OUT
      *A deposit hands the teller cash, a withdrawal pays it out.
      *TR-OWN-AMOUNT is the account's side net of fees: the cash that
      *crossed the counter on a deposit was the gross (fees came out
      *of what got credited), and on a withdrawal the net (fees came
      *out of the account on top of the cash paid). The drawer holds
      *cash, so put the fees back on the right side
           IF TR-CURRENCY = TR-OWN-CURRENCY OR TR-CURRENCY = SPACES
              MOVE TR-OWN-CURRENCY TO WS-CASH-CCY
              IF TR-TYPE-NAME = "Deposit"
                 COMPUTE WS-CASH-IN = TR-OWN-AMOUNT
                       + TR-EXHANGE-FEE + TR-TRANSACTION-FEE
              ELSE
                 COMPUTE WS-CASH-OUT = - TR-OWN-AMOUNT
                       - TR-EXHANGE-FEE - TR-TRANSACTION-FEE
              END-IF
           ELSE
      *Converted at the counter: the notes were TR-AMOUNT in the
      *currency the customer handed over or took away, the fees all
      *came out of the account side
              MOVE TR-CURRENCY TO WS-CASH-CCY
              IF TR-TYPE-NAME = "Deposit"
                 MOVE TR-AMOUNT TO WS-CASH-IN
              ELSE
                 COMPUTE WS-CASH-OUT = - TR-AMOUNT
              END-IF
           END-IF
           PERFORM ADD-CASH.
      *One note counter exchange is two legs of cash in one drawer
       TALLY-NOTE-EXCHANGES.
           READ NOTE-JOURNAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NX-DATE = WS-RUN-DATE
                      MOVE NX-TELLER-ID TO WS-CASH-TELLER
                      MOVE NX-IN-CURRENCY TO WS-CASH-CCY
                      MOVE NX-IN-AMOUNT TO WS-CASH-IN
                      MOVE 0 TO WS-CASH-OUT
                      PERFORM ADD-CASH
                      MOVE NX-OUT-CURRENCY TO WS-CASH-CCY
                      MOVE 0 TO WS-CASH-IN
                      MOVE NX-OUT-AMOUNT TO WS-CASH-OUT
                      PERFORM ADD-CASH
                   END-IF
           END-READ.
      *Default-currency cash goes on the teller's own line, anything
      *else on the teller's line for that currency
       ADD-CASH.
           IF WS-DEFAULT-CURRENCY = SPACES
                 OR WS-CASH-CCY = SPACES
                 OR WS-CASH-CCY = WS-DEFAULT-CURRENCY
              PERFORM ADD-DEFAULT-CASH
           ELSE
              PERFORM ADD-NOTE-CASH
           END-IF.
       ADD-DEFAULT-CASH.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-TELLER-SLOT WS-TELLER-COUNT TIMES
              IF WS-TELLER-COUNT < 200
                 ADD 1 TO WS-TELLER-COUNT
                 MOVE WS-TELLER-COUNT TO WS-SLOT
                 MOVE WS-CASH-TELLER TO WS-TE-ID(WS-SLOT)
                 MOVE 0 TO WS-TE-DEPOSITS(WS-SLOT)
                 MOVE 0 TO WS-TE-WITHDRAWALS(WS-SLOT)
                 MOVE 0 TO WS-TE-COUNT(WS-SLOT)
           END-IF
           IF WS-SLOT > 0
              ADD 1 TO WS-TE-COUNT(WS-SLOT)
              ADD WS-CASH-IN TO WS-TE-DEPOSITS(WS-SLOT)
              ADD WS-CASH-OUT TO WS-TE-WITHDRAWALS(WS-SLOT)
           END-IF.
       FIND-TELLER-SLOT.
           ADD 1 TO WS-IX
           IF WS-TE-ID(WS-IX) = WS-CASH-TELLER
              MOVE WS-IX TO WS-SLOT
           END-IF.
       ADD-NOTE-CASH.
           MOVE 0 TO WS-NSLOT
           MOVE 0 TO WS-NX
           PERFORM FIND-NOTE-SLOT WS-NOTE-COUNT TIMES
           IF WS-NSLOT = 0
              IF WS-NOTE-COUNT < 500
                 ADD 1 TO WS-NOTE-COUNT
                 MOVE WS-NOTE-COUNT TO WS-NSLOT
                 MOVE WS-CASH-TELLER TO WS-NT-TELLER(WS-NSLOT)
                 MOVE WS-CASH-CCY TO WS-NT-CCY(WS-NSLOT)
                 MOVE 0 TO WS-NT-DEPOSITS(WS-NSLOT)
                 MOVE 0 TO WS-NT-WITHDRAWALS(WS-NSLOT)
                 MOVE 0 TO WS-NT-COUNT(WS-NSLOT)
              END-IF
           END-IF
           IF WS-NSLOT > 0
              ADD 1 TO WS-NT-COUNT(WS-NSLOT)
              ADD WS-CASH-IN TO WS-NT-DEPOSITS(WS-NSLOT)
              ADD WS-CASH-OUT TO WS-NT-WITHDRAWALS(WS-NSLOT)
           END-IF.
       FIND-NOTE-SLOT.
           ADD 1 TO WS-NX
           IF WS-NT-TELLER(WS-NX) = WS-CASH-TELLER
                 AND WS-NT-CCY(WS-NX) = WS-CASH-CCY
              MOVE WS-NX TO WS-NSLOT
           END-IF.
       RECONCILE-ONE-TELLER.
           ADD 1 TO WS-IX
           MOVE 'Y' TO WS-DRAWER-FOUND
           MOVE WS-BR-OVER-SHORT(WS-BX) TO WS-AMOUNT-EDIT
           DISPLAY '    "OverShort":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
      *A foreign currency's line proves against the drawer's float
      *slot for it - none on the record means none signed out and
      *none declared
       RECONCILE-ONE-NOTE.
           ADD 1 TO WS-NX
           MOVE 'Y' TO WS-DRAWER-FOUND
           MOVE WS-NT-TELLER(WS-NX) TO DW-TELLER-ID
           MOVE WS-RUN-DATE TO DW-DATE
           READ CASH-DRAWERS RECORD KEY DW-KEY
           INVALID KEY
              MOVE 'N' TO WS-DRAWER-FOUND
           END-READ
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "TellerId":"' WS-NT-TELLER(WS-NX) '",'
           DISPLAY '    "Currency":"' WS-NT-CCY(WS-NX) '",'
           DISPLAY '    "Postings":' WS-NT-COUNT(WS-NX) ','
           MOVE WS-NT-DEPOSITS(WS-NX) TO WS-AMOUNT-EDIT
           DISPLAY '    "CashIn":' WS-AMOUNT-EDIT ','
           MOVE WS-NT-WITHDRAWALS(WS-NX) TO WS-AMOUNT-EDIT
           DISPLAY '    "CashOut":' WS-AMOUNT-EDIT ','
           IF WS-DRAWER-FOUND = 'N'
              DISPLAY '    "OverShort":"no drawer record"'
           ELSE
              PERFORM FIND-NOTE-FLOAT
              COMPUTE WS-EXPECTED-CLOSE = WS-NOTE-OPENING
                 + WS-NT-DEPOSITS(WS-NX) - WS-NT-WITHDRAWALS(WS-NX)
              COMPUTE WS-OVER-SHORT
                 = WS-NOTE-DECLARED - WS-EXPECTED-CLOSE
              MOVE WS-NOTE-OPENING TO WS-AMOUNT-EDIT
              DISPLAY '    "OpeningFloat":' WS-AMOUNT-EDIT ','
              MOVE WS-EXPECTED-CLOSE TO WS-AMOUNT-EDIT
              DISPLAY '    "ExpectedClose":' WS-AMOUNT-EDIT ','
              MOVE WS-NOTE-DECLARED TO WS-AMOUNT-EDIT
              DISPLAY '    "DeclaredClose":' WS-AMOUNT-EDIT ','
              MOVE WS-OVER-SHORT TO WS-AMOUNT-EDIT
              DISPLAY '    "OverShort":' WS-AMOUNT-EDIT ','
              DISPLAY '    "Branch":"' DW-BRANCH '"'
              PERFORM ADD-TO-NOTE-BRANCH
           END-IF
           DISPLAY '  }'.
       FIND-NOTE-FLOAT.
           MOVE 0 TO WS-NOTE-OPENING
           MOVE 0 TO WS-NOTE-DECLARED
           MOVE 'N' TO WS-NF-FOUND
           IF DW-NOTE-COUNT NOT NUMERIC
              MOVE 0 TO DW-NOTE-COUNT
           END-IF
           MOVE 1 TO WS-NF-IDX
           PERFORM TEST-NOTE-FLOAT
              UNTIL WS-NF-FOUND = 'Y' OR WS-NF-IDX > DW-NOTE-COUNT.
       TEST-NOTE-FLOAT.
           IF DW-NF-CURRENCY(WS-NF-IDX) = WS-NT-CCY(WS-NX)
              MOVE 'Y' TO WS-NF-FOUND
              MOVE DW-NF-OPENING(WS-NF-IDX) TO WS-NOTE-OPENING
              MOVE DW-NF-DECLARED-CLOSE(WS-NF-IDX)
                 TO WS-NOTE-DECLARED
           ELSE
              ADD 1 TO WS-NF-IDX
           END-IF.
       ADD-TO-NOTE-BRANCH.
           MOVE 0 TO WS-NBSLOT
           MOVE 0 TO WS-NBX
           PERFORM FIND-NOTE-BRANCH-SLOT WS-NB-COUNT TIMES
           IF WS-NBSLOT = 0
              IF WS-NB-COUNT < 200
                 ADD 1 TO WS-NB-COUNT
                 MOVE WS-NB-COUNT TO WS-NBSLOT
                 MOVE DW-BRANCH TO WS-NB-ID(WS-NBSLOT)
                 MOVE WS-NT-CCY(WS-NX) TO WS-NB-CCY(WS-NBSLOT)
                 MOVE 0 TO WS-NB-OVER-SHORT(WS-NBSLOT)
              END-IF
           END-IF
           IF WS-NBSLOT > 0
              ADD WS-OVER-SHORT TO WS-NB-OVER-SHORT(WS-NBSLOT)
           END-IF.
       FIND-NOTE-BRANCH-SLOT.
           ADD 1 TO WS-NBX
           IF WS-NB-ID(WS-NBX) = DW-BRANCH
                 AND WS-NB-CCY(WS-NBX) = WS-NT-CCY(WS-NX)
              MOVE WS-NBX TO WS-NBSLOT
           END-IF.
       REPORT-ONE-NOTE-BRANCH.
           ADD 1 TO WS-NBX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Branch":"' WS-NB-ID(WS-NBX) '",'
           DISPLAY '    "Currency":"' WS-NB-CCY(WS-NBX) '",'
           MOVE WS-NB-OVER-SHORT(WS-NBX) TO WS-AMOUNT-EDIT
           DISPLAY '    "OverShort":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
