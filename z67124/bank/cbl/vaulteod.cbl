      *  branch proof    = declared vault + declared drawers against
      *                    opening vault - net shipments
      *                    + teller deposits - teller withdrawals
      *The default currency is proved on the book's own figures and
      *each foreign currency the branch holds on its own, off the
      *vault's and drawers' note slots and the movements in it.
      *Counter cash counts in the currency of the notes that crossed
      *the counter, and the foreign note counter's exchanges
      *(NOTEJRNL) go in on both legs. Spooled for the branch pack
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
           SELECT NOTE-JOURNAL ASSIGN TO NOTEJRNL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NX-KEY
           FILE STATUS IS WS-NX-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool for the branch pack
           SELECT REPORT-SPOOL ASSIGN TO SPOOL
              ORGANIZATION IS INDEXED
       COPY drawrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  NOTE-JOURNAL DATA RECORD IS NX-RECORD.
       COPY notejrnl.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-DW-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-NX-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
      *Spaces when STATFILE can not be read - everything then counts
      *in the one default proof, as it always did
       01 WS-DEFAULT-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
      *Movement totals for the day
       01 WS-FLOATS-OUT PIC S9(13)V9(4) VALUE 0.
       01 WS-FLOATS-BACK PIC S9(13)V9(4) VALUE 0.
       01 WS-ACTUAL-BRANCH PIC S9(13)V9(4).
       01 WS-OVER-SHORT PIC S9(13)V9(4).
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
      *One leg of counter cash on its way into the proof
       01 WS-CASH-IN PIC S9(13)V9(4).
       01 WS-CASH-OUT PIC S9(13)V9(4).
      *The currency in hand, and whether it is the default one
       01 WS-ITEM-CCY PIC X(3).
       01 WS-IS-DEFAULT PIC X.
      *The same proof figures for each foreign currency the branch
      *held or moved during the day
       01 WS-CCY-TABLE.
           05 WS-CY-COUNT PIC 9(2) VALUE 0.
           05 WS-CY-ENTRY OCCURS 20 TIMES.
               10 WS-CY-CCY PIC X(3).
               10 WS-CY-OPENING PIC S9(13)V9(4).
               10 WS-CY-DECLARED PIC S9(13)V9(4).
               10 WS-CY-FLOATS-OUT PIC S9(13)V9(4).
               10 WS-CY-FLOATS-BACK PIC S9(13)V9(4).
               10 WS-CY-SHIPPED-OUT PIC S9(13)V9(4).
               10 WS-CY-DELIVERED-IN PIC S9(13)V9(4).
               10 WS-CY-IN-TRANSIT PIC S9(13)V9(4).
               10 WS-CY-DRAWER-OPENINGS PIC S9(13)V9(4).
               10 WS-CY-DRAWER-CLOSES PIC S9(13)V9(4).
               10 WS-CY-DEPOSITS PIC S9(13)V9(4).
               10 WS-CY-WITHDRAWALS PIC S9(13)V9(4).
       01 WS-CY-IDX PIC 9(2).
       01 WS-CY-FOUND PIC X.
      *Walks a vault or drawer record's note slots
       01 WS-NS-IDX PIC 9(2).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'VAULTEOD'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-BRANCH PIC X(4).
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
           OPEN INPUT VAULT-BOOK
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
           DISPLAY '  "error":"Vault book error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE VAULT-BOOK
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE ARG-BRANCH TO VL-BRANCH
              DISPLAY '  "error":"No vault book entry for the day"'
              DISPLAY '}'
              CLOSE VAULT-BOOK
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-READ
      *The vault's foreign notes open the currency lines
           IF VL-NOTE-COUNT NUMERIC
              PERFORM TAKE-VAULT-NOTES
                 VARYING WS-NS-IDX FROM 1 BY 1
                 UNTIL WS-NS-IDX > VL-NOTE-COUNT
           END-IF
           CLOSE VAULT-BOOK

           PERFORM SUM-MOVEMENTS
           PERFORM SUM-DRAWERS
           PERFORM SUM-COUNTER-CASH
           PERFORM SUM-NOTE-EXCHANGES

           COMPUTE WS-EXPECTED-VAULT
              = VL-OPENING - WS-FLOATS-OUT + WS-FLOATS-BACK
           MOVE WS-ACTUAL-BRANCH TO WS-AMOUNT-EDIT
           DISPLAY '  "BranchDeclared":' WS-AMOUNT-EDIT ','
           MOVE WS-OVER-SHORT TO WS-AMOUNT-EDIT
           DISPLAY '  "OverShort":' WS-AMOUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OVER/SHORT ' WS-DEFAULT-CURRENCY ' ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '  "Currency":"' WS-DEFAULT-CURRENCY '",'
           DISPLAY '  "NoteCurrencies":['
           PERFORM PROVE-ONE-CURRENCY
              VARYING WS-CY-IDX FROM 1 BY 1
              UNTIL WS-CY-IDX > WS-CY-COUNT
           DISPLAY '  ]'
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *The same two proofs for one foreign currency
       PROVE-ONE-CURRENCY.
           COMPUTE WS-EXPECTED-VAULT
              = WS-CY-OPENING(WS-CY-IDX)
              - WS-CY-FLOATS-OUT(WS-CY-IDX)
              + WS-CY-FLOATS-BACK(WS-CY-IDX)
              - WS-CY-SHIPPED-OUT(WS-CY-IDX)
              + WS-CY-DELIVERED-IN(WS-CY-IDX)
           COMPUTE WS-EXPECTED-BRANCH
              = WS-CY-OPENING(WS-CY-IDX)
              + WS-CY-DRAWER-OPENINGS(WS-CY-IDX)
              - WS-CY-SHIPPED-OUT(WS-CY-IDX)
              + WS-CY-DELIVERED-IN(WS-CY-IDX)
              + WS-CY-DEPOSITS(WS-CY-IDX)
              - WS-CY-WITHDRAWALS(WS-CY-IDX)
           COMPUTE WS-ACTUAL-BRANCH
              = WS-CY-DECLARED(WS-CY-IDX)
              + WS-CY-DRAWER-CLOSES(WS-CY-IDX)
           COMPUTE WS-OVER-SHORT
              = WS-ACTUAL-BRANCH - WS-EXPECTED-BRANCH
           IF WS-CY-IDX > 1
              DISPLAY '  ,'
           END-IF
           DISPLAY '  {'
           DISPLAY '    "Currency":"' WS-CY-CCY(WS-CY-IDX) '",'
           MOVE WS-CY-OPENING(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "VaultOpening":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-FLOATS-OUT(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "FloatsOut":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-FLOATS-BACK(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "FloatsBack":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-SHIPPED-OUT(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "ShippedToDepot":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-DELIVERED-IN(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "DeliveredFromDepot":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-IN-TRANSIT(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "InTransit":' WS-AMOUNT-EDIT ','
           MOVE WS-EXPECTED-VAULT TO WS-AMOUNT-EDIT
           DISPLAY '    "VaultExpectedClose":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-DECLARED(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "VaultDeclaredClose":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-DEPOSITS(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "CounterDeposits":' WS-AMOUNT-EDIT ','
           MOVE WS-CY-WITHDRAWALS(WS-CY-IDX) TO WS-AMOUNT-EDIT
           DISPLAY '    "CounterWithdrawals":' WS-AMOUNT-EDIT ','
           MOVE WS-EXPECTED-BRANCH TO WS-AMOUNT-EDIT
           DISPLAY '    "BranchExpected":' WS-AMOUNT-EDIT ','
           MOVE WS-ACTUAL-BRANCH TO WS-AMOUNT-EDIT
           DISPLAY '    "BranchDeclared":' WS-AMOUNT-EDIT ','
           MOVE WS-OVER-SHORT TO WS-AMOUNT-EDIT
           DISPLAY '    "OverShort":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OVER/SHORT ' WS-CY-CCY(WS-CY-IDX) ' '
              WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
       TAKE-VAULT-NOTES.
           MOVE VL-NS-CURRENCY(WS-NS-IDX) TO WS-ITEM-CCY
           PERFORM FIND-CCY-SLOT
           IF WS-CY-FOUND = 'Y'
              ADD VL-NS-OPENING(WS-NS-IDX) TO WS-CY-OPENING(WS-CY-IDX)
              ADD VL-NS-DECLARED-CLOSE(WS-NS-IDX)
                 TO WS-CY-DECLARED(WS-CY-IDX)
           END-IF.
       SUM-MOVEMENTS.
           MOVE 'N' TO WS-EOF
           OPEN INPUT VAULT-MOVEMENTS
                         OR VM-DATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE VM-CURRENCY TO WS-ITEM-CCY
                      PERFORM CHECK-DEFAULT-CCY
                   END-IF
                   IF WS-EOF = 'N' AND WS-IS-DEFAULT = 'N'
                      PERFORM ADD-NOTE-MOVEMENT
                   END-IF
                   IF WS-EOF = 'N' AND WS-IS-DEFAULT = 'Y'
                      EVALUATE VM-TYPE
                         WHEN 'F'
                            ADD VM-AMOUNT TO WS-FLOATS-OUT
                      END-EVALUATE
                   END-IF
           END-READ.
      *A movement of foreign notes, the same way onto its currency
       ADD-NOTE-MOVEMENT.
           PERFORM FIND-CCY-SLOT
           IF WS-CY-FOUND = 'Y'
              EVALUATE VM-TYPE
                 WHEN 'F'
                    ADD VM-AMOUNT TO WS-CY-FLOATS-OUT(WS-CY-IDX)
                 WHEN 'R'
                    ADD VM-AMOUNT TO WS-CY-FLOATS-BACK(WS-CY-IDX)
                 WHEN 'S'
                    ADD VM-AMOUNT TO WS-CY-SHIPPED-OUT(WS-CY-IDX)
                    IF VM-IN-TRANSIT
                       ADD VM-AMOUNT TO WS-CY-IN-TRANSIT(WS-CY-IDX)
                    END-IF
                 WHEN 'D'
                    IF VM-IS-COMPLETE
                       ADD VM-AMOUNT TO WS-CY-DELIVERED-IN(WS-CY-IDX)
                    ELSE
                       ADD VM-AMOUNT TO WS-CY-IN-TRANSIT(WS-CY-IDX)
                    END-IF
              END-EVALUATE
           END-IF.
      *The branch's drawers for the day, and the teller ids whose
      *counter cash belongs in the proof. DW-KEY leads with the
      *teller, so this is a full walk filtered on the branch
                         AND DW-BRANCH = ARG-BRANCH
                      ADD DW-OPENING-FLOAT TO WS-DRAWER-OPENINGS
                      ADD DW-DECLARED-CLOSE TO WS-DRAWER-CLOSES
                      IF DW-NOTE-COUNT NUMERIC
                         PERFORM TAKE-DRAWER-NOTES
                            VARYING WS-NS-IDX FROM 1 BY 1
                            UNTIL WS-NS-IDX > DW-NOTE-COUNT
                      END-IF
                      IF WS-TELLER-COUNT < 200
                         ADD 1 TO WS-TELLER-COUNT
                         MOVE DW-TELLER-ID
                   END-IF
           END-READ.
      *The day's over-the-counter cash stamped with this branch's
      *tellers, read off the business-date index like DRAWEOD's
       SUM-COUNTER-CASH.
           MOVE 'N' TO WS-EOF
           OPEN INPUT USER-TRANSFERS
           OPEN INPUT POSTING-INDEX
           IF (WS-T-FILE-STATUS NOT = '00'
                 AND WS-T-FILE-STATUS NOT = '97')
                 OR (WS-PI-FILE-STATUS NOT = '00'
                 AND WS-PI-FILE-STATUS NOT = '97')
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-RUN-DATE TO PI-DATE
              MOVE 1 TO PI-SEQ
              START POSTING-INDEX KEY IS >= PI-KEY
              IF WS-PI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM SUM-ONE-POSTING UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX.
       SUM-ONE-POSTING.
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
                         PERFORM SUM-ONE-CASH-POSTING
                      END-READ
                   END-IF
           END-READ.
       TAKE-DRAWER-NOTES.
           MOVE DW-NF-CURRENCY(WS-NS-IDX) TO WS-ITEM-CCY
           PERFORM FIND-CCY-SLOT
           IF WS-CY-FOUND = 'Y'
              ADD DW-NF-OPENING(WS-NS-IDX)
                 TO WS-CY-DRAWER-OPENINGS(WS-CY-IDX)
              ADD DW-NF-DECLARED-CLOSE(WS-NS-IDX)
                 TO WS-CY-DRAWER-CLOSES(WS-CY-IDX)
           END-IF.
      *The cash that crossed the counter, as DRAWEOD counts it: in
      *the account's currency gross of the fees when no conversion
      *happened, otherwise TR-AMOUNT in the currency of the notes
       SUM-ONE-CASH-POSTING.
           IF TR-TELLER-ID NOT = SPACES
                 AND (TR-TYPE-NAME = "Deposit"
                      OR TR-TYPE-NAME = "Withdrawal")
              PERFORM CHECK-TELLER-OURS
              IF WS-IS-OURS = 'Y'
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
                 PERFORM ADD-COUNTER-CASH
              END-IF
           END-IF.
      *The day's note counter exchanges at this branch, two legs of
      *counter cash each
       SUM-NOTE-EXCHANGES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTE-JOURNAL
           IF WS-NX-FILE-STATUS NOT = '00'
                 AND WS-NX-FILE-STATUS NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE ARG-BRANCH TO NX-BRANCH
              MOVE WS-RUN-DATE TO NX-DATE
              MOVE 0 TO NX-SEQ
              START NOTE-JOURNAL KEY IS >= NX-KEY
              IF WS-NX-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM SUM-ONE-EXCHANGE UNTIL WS-EOF = 'Y'
           CLOSE NOTE-JOURNAL.
       SUM-ONE-EXCHANGE.
           READ NOTE-JOURNAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NX-BRANCH NOT = ARG-BRANCH
                         OR NX-DATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE NX-IN-CURRENCY TO WS-ITEM-CCY
                      MOVE NX-IN-AMOUNT TO WS-CASH-IN
                      MOVE 0 TO WS-CASH-OUT
                      PERFORM ADD-COUNTER-CASH
                      MOVE NX-OUT-CURRENCY TO WS-ITEM-CCY
                      MOVE 0 TO WS-CASH-IN
                      MOVE NX-OUT-AMOUNT TO WS-CASH-OUT
                      PERFORM ADD-COUNTER-CASH
                   END-IF
           END-READ.
       ADD-COUNTER-CASH.
           PERFORM CHECK-DEFAULT-CCY
           IF WS-IS-DEFAULT = 'Y'
              ADD WS-CASH-IN TO WS-CUST-DEPOSITS
              ADD WS-CASH-OUT TO WS-CUST-WITHDRAWALS
           ELSE
              PERFORM FIND-CCY-SLOT
              IF WS-CY-FOUND = 'Y'
                 ADD WS-CASH-IN TO WS-CY-DEPOSITS(WS-CY-IDX)
                 ADD WS-CASH-OUT TO WS-CY-WITHDRAWALS(WS-CY-IDX)
              END-IF
           END-IF.
      *Blank, or no currency at all on an older record, is the
      *default currency
       CHECK-DEFAULT-CCY.
           IF WS-DEFAULT-CURRENCY = SPACES
                 OR WS-ITEM-CCY = SPACES
                 OR WS-ITEM-CCY = LOW-VALUES
                 OR WS-ITEM-CCY = WS-DEFAULT-CURRENCY
              MOVE 'Y' TO WS-IS-DEFAULT
           ELSE
              MOVE 'N' TO WS-IS-DEFAULT
           END-IF.
      *Same find-or-add walk the report tables use
       FIND-CCY-SLOT.
           MOVE 'N' TO WS-CY-FOUND
           MOVE 1 TO WS-CY-IDX
           PERFORM TEST-CCY-SLOT
              UNTIL WS-CY-FOUND = 'Y' OR WS-CY-IDX > WS-CY-COUNT
           IF WS-CY-FOUND = 'N' AND WS-CY-COUNT < 20
              ADD 1 TO WS-CY-COUNT
              MOVE WS-CY-COUNT TO WS-CY-IDX
              MOVE WS-ITEM-CCY TO WS-CY-CCY(WS-CY-IDX)
              MOVE 0 TO WS-CY-OPENING(WS-CY-IDX)
              MOVE 0 TO WS-CY-DECLARED(WS-CY-IDX)
              MOVE 0 TO WS-CY-FLOATS-OUT(WS-CY-IDX)
              MOVE 0 TO WS-CY-FLOATS-BACK(WS-CY-IDX)
              MOVE 0 TO WS-CY-SHIPPED-OUT(WS-CY-IDX)
              MOVE 0 TO WS-CY-DELIVERED-IN(WS-CY-IDX)
              MOVE 0 TO WS-CY-IN-TRANSIT(WS-CY-IDX)
              MOVE 0 TO WS-CY-DRAWER-OPENINGS(WS-CY-IDX)
              MOVE 0 TO WS-CY-DRAWER-CLOSES(WS-CY-IDX)
              MOVE 0 TO WS-CY-DEPOSITS(WS-CY-IDX)
              MOVE 0 TO WS-CY-WITHDRAWALS(WS-CY-IDX)
              MOVE 'Y' TO WS-CY-FOUND
           END-IF.
       TEST-CCY-SLOT.
           IF WS-CY-CCY(WS-CY-IDX) = WS-ITEM-CCY
              MOVE 'Y' TO WS-CY-FOUND
           ELSE
              ADD 1 TO WS-CY-IDX
           END-IF.
       CHECK-TELLER-OURS.
           MOVE 'N' TO WS-IS-OURS
           PERFORM VARYING WS-IX FROM 1 BY 1
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
