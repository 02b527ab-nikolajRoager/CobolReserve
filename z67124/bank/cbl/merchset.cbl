      *Daily acquiring settlement: sweep the day's card and mobile-pay
      *purchases out of USER-TRANSFERS through the POSTIDX business-
      *date index, total them per merchant, and
      *pay each merchant ONE net amount - gross minus the interchange
      *rate on their master record - from the "SETTLE   " clearing
      *account into their settlement account by CALLing TRNSFR. The
      *interchange stays on SETTLE as the bank's acquiring income,
      *and the advice report lists every item behind the day's net,
      *which is exactly the statement shape the shop customers asked
      *for.
      *A merchant with a rolling reserve on their master record has
      *that share of the day's net moved to the "MRESERVE " account
      *instead, as one tranche on MRSVLEDG; every tranche whose
      *holding period has run out is paid on to the merchant by the
      *same run, less whatever DISPRES recovered from it for
      *chargebacks
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
           SELECT MERCHANT-MASTER ASSIGN TO MERCMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
      *idea COBDRV uses for its steps
           SELECT SETTLE-CONTROL ASSIGN TO MSETCP
              FILE STATUS IS WS-CP-FILE-STATUS.
      *Rolling-reserve tranches, one per merchant, day and currency
           SELECT MERCHANT-RESERVE ASSIGN TO MRSVLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MV-KEY
              FILE STATUS IS WS-MV-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  MERCHANT-MASTER DATA RECORD IS MR-RECORD.
       COPY mercrec.
       FD  SETTLE-CONTROL RECORDING MODE F.
       01  MS-RECORD.
           05 MS-LAST-DATE PIC 9(8).
       FD  MERCHANT-RESERVE DATA RECORD IS MV-RECORD.
       COPY mrsvrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-M-FILE-STATUS PIC XX.
       01 WS-CP-FILE-STATUS PIC XX.
       01 WS-MV-FILE-STATUS PIC XX.
       01 WS-MV-EOF PIC X VALUE 'N'.
       01 WS-MV-SAVE-KEY PIC X(20).
       01 WS-RESERVE PIC 9(11)V9(4).
       01 WS-RELEASE PIC 9(11)V9(4).
       01 WS-RELEASE-DUE PIC 9(8).
       01 WS-WITHHELD-COUNT PIC 9(3) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(3) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-NET-EDIT PIC 9(11).9(4).
       01 WS-GROSS PIC 9(11)V9(4).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'MERCHSET'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
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

           OPEN I-O SETTLE-CONTROL
           IF WS-CP-FILE-STATUS = '35'
                 '"'
              DISPLAY '}'
              CLOSE SETTLE-CONTROL
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

              PERFORM RECORD-OPS-EVENT
              CLOSE USER-TRANSFERS
              CLOSE SETTLE-CONTROL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

           OPEN I-O MERCHANT-RESERVE
           IF WS-MV-FILE-STATUS = '35'
              OPEN OUTPUT MERCHANT-RESERVE
              CLOSE MERCHANT-RESERVE
              OPEN I-O MERCHANT-RESERVE
           END-IF
           IF WS-MV-FILE-STATUS NOT = '00' AND NOT = '97'
      *Settling without the reserve ledger would pay a risky merchant
      *in full - better the whole run waits for ops
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Reserve file error ' WS-MV-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'MRSVLEDG' TO OV-ARG-FILE-NAME
              MOVE WS-MV-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE MERCHANT-RESERVE
              CLOSE USER-TRANSFERS
              CLOSE SETTLE-CONTROL
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
              MOVE 'POSTIDX' TO OV-ARG-FILE-NAME
              MOVE WS-PI-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE POSTING-INDEX
              CLOSE MERCHANT-RESERVE
              CLOSE USER-TRANSFERS
              CLOSE SETTLE-CONTROL
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

           DISPLAY '  "Items":['
           PERFORM TALLY-PURCHASES UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
      *Both closed before TRNSFR posts the settlements - it writes
      *the ledger and the index itself
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX

           DISPLAY '  "Settlements":['
           MOVE 'Y' TO WS-START
           MOVE 0 TO WS-IX
           PERFORM SETTLE-ONE-MERCHANT WS-MERCH-COUNT TIMES
           DISPLAY '  ],'

           DISPLAY '  "Releases":['
           MOVE 'Y' TO WS-START
           MOVE LOW-VALUES TO MV-KEY
           START MERCHANT-RESERVE KEY IS >= MV-KEY
           IF WS-MV-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-MV-EOF
           END-IF
           PERFORM RELEASE-NEXT-TRANCHE UNTIL WS-MV-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "MerchantsSettled":' WS-SETTLED ','
           DISPLAY '  "ReservesWithheld":' WS-WITHHELD-COUNT ','
           DISPLAY '  "ReservesReleased":' WS-RELEASED-COUNT ','
           DISPLAY '  "PurchasesNotTallied":' WS-NOT-TALLIED
           DISPLAY '}'
           MOVE WS-RUN-DATE TO MS-LAST-DATE
           REWRITE MS-RECORD
           CLOSE MERCHANT-RESERVE
           CLOSE SETTLE-CONTROL
           MOVE WS-MERCH-COUNT TO RS-ARG-READ
           MOVE WS-SETTLED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       TALLY-PURCHASES.
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
                         IF TR-TYPE-NAME = "debit card purchase"
                               OR TR-TYPE-NAME = "mobile pay purchase"
                            PERFORM TALLY-ONE-PURCHASE
                         END-IF
                      END-READ
                   END-IF
           END-READ.
       TALLY-ONE-PURCHASE.
                 = WS-ME-GROSS(WS-IX) - WS-INTERCHANGE
              MOVE WS-INTERCHANGE TO WS-AMOUNT-EDIT
              DISPLAY '    "Interchange":' WS-AMOUNT-EDIT ','
      *The reserve comes off the net, never the gross - interchange
      *is the bank's income whatever happens to the merchant
              MOVE 0 TO WS-RESERVE
              IF MR-RESERVE-RATE IS NUMERIC
                    AND MR-RESERVE-DAYS IS NUMERIC
                    AND MR-RESERVE-RATE > 0
                    AND MR-RESERVE-DAYS > 0
                 COMPUTE WS-RESERVE ROUNDED
                    = WS-NET * MR-RESERVE-RATE
                 SUBTRACT WS-RESERVE FROM WS-NET
              END-IF
              MOVE 96 TO TR-ARG-LENGTH
              MOVE WS-NET TO WS-NET-EDIT
              MOVE WS-NET-EDIT TO TR-ARG-AMOUNT
              MOVE WS-NET TO WS-AMOUNT-EDIT
              IF TR-ARG-RESULT = 'Y'
                 ADD 1 TO WS-SETTLED
                 IF WS-RESERVE > 0
                    DISPLAY '    "Net":' WS-AMOUNT-EDIT ','
                    PERFORM WITHHOLD-RESERVE
                 ELSE
                    DISPLAY '    "Net":' WS-AMOUNT-EDIT
                 END-IF
              ELSE
                 DISPLAY '    "Net":"payment did not post"'
              END-IF
           END-IF
           DISPLAY '  }'.
      *The withheld share goes SETTLE -> MRESERVE through the same
      *TRNSFR path as the net, and only a move that actually posted
      *becomes a tranche - a failed one stays on SETTLE, where the
      *pool proof will show it to ops
       WITHHOLD-RESERVE.
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-RESERVE TO WS-NET-EDIT
           MOVE WS-NET-EDIT TO TR-ARG-AMOUNT
           MOVE WS-ME-CCY(WS-IX) TO TR-ARG-CURRENCY
           MOVE SPACES TO TR-ARG-HASH
           MOVE "SETTLE   " TO TR-ARG-FROM-NAME
           MOVE "MRESERVE " TO TR-ARG-TO-NAME
           MOVE 'ROLLING RESERVE' TO TR-ARG-REMIT-REF
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           MOVE SPACES TO TR-ARG-REMIT-REF
           MOVE WS-RESERVE TO WS-AMOUNT-EDIT
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '    "Reserve":"reserve move did not post"'
           ELSE
              ADD 1 TO WS-WITHHELD-COUNT
              DISPLAY '    "Reserve":' WS-AMOUNT-EDIT ','
              COMPUTE WS-RELEASE-DUE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 + MR-RESERVE-DAYS)
              DISPLAY '    "ReleaseDue":' WS-RELEASE-DUE
              MOVE WS-ME-ID(WS-IX) TO MV-MERCHANT
              MOVE WS-RUN-DATE TO MV-SETTLE-DATE
              MOVE WS-ME-CCY(WS-IX) TO MV-CURRENCY
              MOVE 'H' TO MV-STATUS
              MOVE WS-RESERVE TO MV-WITHHELD
              MOVE 0 TO MV-USED
              MOVE WS-RELEASE-DUE TO MV-RELEASE-DUE
              MOVE 0 TO MV-RELEASED
              MOVE 0 TO MV-RELEASED-DATE
              WRITE MV-RECORD
              INVALID KEY
      *Only a re-run after a crash between this write and the
      *checkpoint can find the day already there - add to it
                 READ MERCHANT-RESERVE RECORD KEY MV-KEY
                 ADD WS-RESERVE TO MV-WITHHELD
                 REWRITE MV-RECORD
              END-WRITE
           END-IF.
      *Walk the reserve ledger for tranches still held whose holding
      *period has run out and pay what chargebacks left of each one
      *on to the merchant's settlement account
       RELEASE-NEXT-TRANCHE.
           READ MERCHANT-RESERVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MV-EOF
               NOT AT END
                   IF MV-IS-HELD
                         AND MV-RELEASE-DUE <= WS-RUN-DATE
                      PERFORM RELEASE-ONE-TRANCHE
                   END-IF
           END-READ.
       RELEASE-ONE-TRANCHE.
           MOVE MV-KEY TO WS-MV-SAVE-KEY
           COMPUTE WS-RELEASE = MV-WITHHELD - MV-USED
           MOVE 'Y' TO WS-MERCHANT-FOUND
           OPEN INPUT MERCHANT-MASTER
           IF WS-M-FILE-STATUS = '00' OR WS-M-FILE-STATUS = '97'
              MOVE MV-MERCHANT TO MR-ID
              READ MERCHANT-MASTER RECORD KEY MR-ID
              INVALID KEY
                 MOVE 'N' TO WS-MERCHANT-FOUND
              END-READ
              CLOSE MERCHANT-MASTER
           ELSE
              MOVE 'N' TO WS-MERCHANT-FOUND
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Merchant":"' MV-MERCHANT '",'
           DISPLAY '    "SettleDate":' MV-SETTLE-DATE ','
           DISPLAY '    "Currency":"' MV-CURRENCY '",'
           MOVE MV-WITHHELD TO WS-AMOUNT-EDIT
           DISPLAY '    "Withheld":' WS-AMOUNT-EDIT ','
           MOVE MV-USED TO WS-AMOUNT-EDIT
           DISPLAY '    "Chargebacks":' WS-AMOUNT-EDIT ','
           MOVE WS-RELEASE TO WS-AMOUNT-EDIT
           IF WS-MERCHANT-FOUND = 'N'
      *Left held - the money is safe on MRESERVE until ops find out
      *where this merchant is paid now
              DISPLAY '    "Released":"no merchant record, held"'
           ELSE
              IF WS-RELEASE > 0
                 MOVE 96 TO TR-ARG-LENGTH
                 MOVE WS-RELEASE TO WS-NET-EDIT
                 MOVE WS-NET-EDIT TO TR-ARG-AMOUNT
                 MOVE MV-CURRENCY TO TR-ARG-CURRENCY
                 MOVE SPACES TO TR-ARG-HASH
                 MOVE "MRESERVE " TO TR-ARG-FROM-NAME
                 MOVE MR-SETTLE-ACCOUNT TO TR-ARG-TO-NAME
                 MOVE 'RESERVE RELEASE' TO TR-ARG-REMIT-REF
                 CALL 'TRNSFR' USING TR-ARG-BUFFER
                 MOVE SPACES TO TR-ARG-REMIT-REF
              ELSE
      *Chargebacks used the whole tranche - nothing to pay, but the
      *tranche is finished all the same
                 MOVE 'Y' TO TR-ARG-RESULT
              END-IF
              IF TR-ARG-RESULT = 'Y'
                 ADD 1 TO WS-RELEASED-COUNT
                 DISPLAY '    "Released":' WS-AMOUNT-EDIT
                 MOVE 'R' TO MV-STATUS
                 MOVE WS-RELEASE TO MV-RELEASED
                 MOVE WS-RUN-DATE TO MV-RELEASED-DATE
                 REWRITE MV-RECORD
      *Same re-position after a REWRITE as the other sweeps
                 MOVE WS-MV-SAVE-KEY TO MV-KEY
                 START MERCHANT-RESERVE KEY IS > MV-KEY
                 IF WS-MV-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-MV-EOF
                 END-IF
              ELSE
                 DISPLAY '    "Released":"release did not post"'
              END-IF
           END-IF
           DISPLAY '  }'.
      *One line to the central operations event file at the same
      *spot the JSON error prints - an unattended night run that
      *could not open its files must surface on the morning digest.
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
