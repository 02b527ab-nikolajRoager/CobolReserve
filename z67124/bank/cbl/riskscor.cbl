      *Monthly customer risk scoring. CU-RISK-BAND is keyed once at
      *onboarding; this run re-scores every active identity from what
      *it actually did over the window - the ledger's over-the-counter
      *cash (the postings LCASHREP and STRUCREP watch) and the
      *structuring flags STRUCREP queued, outbound interbank payments
      *captured through OUTPAY, screening hits held on SCRNQ, FRAUDVRD
      *verdicts from the audit trail, complaints on the case register
      *and the tax residency on file - and recommends a band. Points:
      *  cash at/over the reporting limit 3, at/over half of it 1
      *  any structuring flag 3
      *  outbound interbank at/over the limit 2, any at all 1
      *  a confirmed screening block 4, otherwise any hit 1
      *  a fraud freeze 4, otherwise an outbound block 2
      *  any complaint 1
      *  tax resident abroad, or residency never captured 1
      *6 or more points is H, 3 to 5 is M, less is L. Every customer
      *whose recommended band is above the one on file is queued on
      *RISKQ with the factors for compliance to decide through
      *RISKAPP - never re-banded here. A customer with a case still
      *pending is not queued twice. Lower recommendations are only
      *counted: taking a band down stays a reviewer's call in MODCUST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RISKSCOR.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACT-NAME
           FILE STATUS IS WS-A-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT OUTBOUND-PAYMENTS ASSIGN TO OUTPAYQ
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OP-FILE-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
      *Read for the FRAUDVRD verdict entries only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT COMPLAINT-CASES ASSIGN TO COMPLNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CM-CASE-ID
           FILE STATUS IS WS-CM-FILE-STATUS.
      *Upgrades land on the risk-band review queue
           SELECT RISK-QUEUE ASSIGN TO RISKQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RK-KEY
              FILE STATUS IS WS-RK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  OUTBOUND-PAYMENTS DATA RECORD IS OP-RECORD.
       COPY opayrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  COMPLAINT-CASES DATA RECORD IS CM-RECORD.
       COPY complrec.
       FD  RISK-QUEUE DATA RECORD IS RK-RECORD.
       COPY riskrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-CM-FILE-STATUS PIC XX.
       01 WS-RK-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-ACT-OPEN-OK PIC X VALUE 'N'.
       01 WS-RK-OPEN-OK PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-WINDOW-DAYS PIC 9(4).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-INT PIC 9(8).
       01 WS-ITEM-DATE PIC 9(8).
       01 WS-THRESHOLD PIC 9(11)V9(4).
       01 WS-HALF-THRESHOLD PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *One amount on its way to default currency
       01 WS-CONV-AMOUNT PIC 9(11)V9(4).
       01 WS-CONV-CCY PIC X(3).
       01 WS-NEG-EXP PIC S9.
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-WALLET PIC X(9).
       01 WS-OWNER PIC X(9).
      *One slot per identity with any activity in the window that
      *scores. Linear search, same as STRUCREP's table
       01 WS-OWNER-TABLE.
           05 WS-OWNER-COUNT PIC 9(3) VALUE 0.
           05 WS-OWNER-ENTRY OCCURS 500 TIMES.
               10 WS-OW-ID PIC X(9).
               10 WS-OW-CASH PIC 9(11)V9(4).
               10 WS-OW-STRUCT PIC 9(3).
               10 WS-OW-OUT-COUNT PIC 9(5).
               10 WS-OW-OUT-TOTAL PIC 9(11)V9(4).
               10 WS-OW-HITS PIC 9(3).
               10 WS-OW-BLOCKS PIC 9(3).
               10 WS-OW-FREEZES PIC 9(3).
               10 WS-OW-OUTBLOCKS PIC 9(3).
               10 WS-OW-COMPLAINTS PIC 9(3).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
      *Activity that found no free slot - reported, never silently
      *left out of a score, same habit as STRUCREP
       01 WS-NOT-TALLIED PIC 9(6) VALUE 0.
      *The customer being scored
       01 WS-SCORE PIC 9(3).
       01 WS-BAND PIC X(1).
       01 WS-BAND-RANK PIC 9(1).
       01 WS-CURRENT-RANK PIC 9(1).
       01 WS-HAS-PENDING PIC X.
       01 WS-RK-EOF PIC X.
       01 WS-SCORED PIC 9(6) VALUE 0.
       01 WS-UPGRADES PIC 9(6) VALUE 0.
       01 WS-QUEUED PIC 9(6) VALUE 0.
       01 WS-ALREADY-QUEUED PIC 9(6) VALUE 0.
       01 WS-LOWER PIC 9(6) VALUE 0.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-LENGTH PIC S9(4) COMP.
      *Days the scoring window reaches back from today - zeros = 90
           05 ARG-WINDOW-DAYS PIC 9(4).
      *ISO country this bank reports from, as CRSEXT takes it
           05 ARG-HOME-COUNTRY PIC X(2).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 0 TO WS-THRESHOLD
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              IF FUNCTION TEST-NUMVAL(S-CASH-REPORT-LIMIT) = 0
                 COMPUTE WS-THRESHOLD
                    = FUNCTION NUMVAL(S-CASH-REPORT-LIMIT)
              END-IF
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           COMPUTE WS-HALF-THRESHOLD ROUNDED = WS-THRESHOLD / 2
           MOVE ARG-WINDOW-DAYS TO WS-WINDOW-DAYS
           IF WS-WINDOW-DAYS = 0
              MOVE 90 TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-INT
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START
              = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Transfers file error ' WS-T-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
              MOVE 'Y' TO WS-ACT-OPEN-OK
           END-IF
           OPEN INPUT EXCHANGE-RATES

      *Each source in turn into the identity table. A source with no
      *file on disk simply has nothing to add
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TR-KEY
           START USER-TRANSFERS KEY IS >= TR-KEY
           IF WS-T-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-CASH UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS

           OPEN INPUT OUTBOUND-PAYMENTS
           IF WS-OP-FILE-STATUS = '00' OR WS-OP-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO OP-KEY
              START OUTBOUND-PAYMENTS KEY IS >= OP-KEY
              IF WS-OP-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM TALLY-OUTBOUND UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE OUTBOUND-PAYMENTS

           OPEN INPUT SCREEN-QUEUE
           IF WS-SC-FILE-STATUS = '00' OR WS-SC-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO SC-KEY
              START SCREEN-QUEUE KEY IS >= SC-KEY
              IF WS-SC-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM TALLY-SCREENING UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE SCREEN-QUEUE

           OPEN INPUT AUDIT-LOG
           IF WS-AU-FILE-STATUS = '00' OR WS-AU-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO AU-KEY
              START AUDIT-LOG KEY IS >= AU-KEY
              IF WS-AU-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM TALLY-VERDICTS UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE AUDIT-LOG

           OPEN INPUT COMPLAINT-CASES
           IF WS-CM-FILE-STATUS = '00' OR WS-CM-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CM-CASE-ID
              START COMPLAINT-CASES KEY IS >= CM-CASE-ID
              IF WS-CM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM TALLY-COMPLAINTS UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE COMPLAINT-CASES
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES

           OPEN I-O RISK-QUEUE
           IF WS-RK-FILE-STATUS = '35'
              OPEN OUTPUT RISK-QUEUE
              CLOSE RISK-QUEUE
              OPEN I-O RISK-QUEUE
           END-IF
           IF WS-RK-FILE-STATUS = '00' OR WS-RK-FILE-STATUS = '97'
              MOVE 'Y' TO WS-RK-OPEN-OK
           END-IF

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "WindowStart":' WS-WINDOW-START ','
           DISPLAY '  "Upgrades":['
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO CU-NAME
           START CUSTOMER-MASTER KEY IS >= CU-NAME
           IF WS-CU-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SCORE-CUSTOMERS UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "CustomersScored":' WS-SCORED ','
           DISPLAY '  "UpgradesFound":' WS-UPGRADES ','
           DISPLAY '  "Queued":' WS-QUEUED ','
           DISPLAY '  "AlreadyQueued":' WS-ALREADY-QUEUED ','
           DISPLAY '  "LowerBandSuggested":' WS-LOWER ','
           DISPLAY '  "ActivityNotTallied":' WS-NOT-TALLIED
           DISPLAY '}'
           CLOSE RISK-QUEUE
           CLOSE CUSTOMER-MASTER
           GOBACK.
      *Over-the-counter cash, both directions, as LCASHREP counts it
       TALLY-CASH.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-ITEM-DATE = TR-YEAR * 10000
                                 + TR-MONTH * 100 + TR-DAY
                   IF WS-ITEM-DATE >= WS-WINDOW-START
                         AND WS-ITEM-DATE <= WS-TODAY
                         AND (TR-TYPE-NAME = "Deposit"
                              OR TR-TYPE-NAME = "Withdrawal")
                      COMPUTE WS-CONV-AMOUNT
                         = FUNCTION ABS(TR-OWN-AMOUNT)
                      MOVE TR-OWN-CURRENCY TO WS-CONV-CCY
                      PERFORM CONVERT-TO-DEFAULT
                      MOVE TR-MY-NAME TO WS-WALLET
                      PERFORM FIND-OR-ADD-OWNER
                      IF WS-SLOT > 0
                         ADD WS-CONV-AMOUNT TO WS-OW-CASH(WS-SLOT)
                      END-IF
                   END-IF
           END-READ.
      *Every payment captured in the window counts, whatever became
      *of it since - a rejected one was still an attempt to send
       TALLY-OUTBOUND.
           READ OUTBOUND-PAYMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-ITEM-DATE = OP-YEAR * 10000
                                 + OP-MONTH * 100 + OP-DAY
                   IF WS-ITEM-DATE >= WS-WINDOW-START
                         AND WS-ITEM-DATE <= WS-TODAY
                      COMPUTE WS-CONV-AMOUNT = FUNCTION ABS(OP-AMOUNT)
                      MOVE OP-CURRENCY TO WS-CONV-CCY
                      PERFORM CONVERT-TO-DEFAULT
                      MOVE OP-FROM-NAME TO WS-WALLET
                      PERFORM FIND-OR-ADD-OWNER
                      IF WS-SLOT > 0
                         ADD 1 TO WS-OW-OUT-COUNT(WS-SLOT)
                         ADD WS-CONV-AMOUNT
                            TO WS-OW-OUT-TOTAL(WS-SLOT)
                      END-IF
                   END-IF
           END-READ.
      *STRUCREP files its flags on the same queue a blocklist hit
      *diverts into - the source tells them apart
       TALLY-SCREENING.
           READ SCREEN-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-ITEM-DATE = SC-YEAR * 10000
                                 + SC-MONTH * 100 + SC-DAY
                   IF WS-ITEM-DATE >= WS-WINDOW-START
                         AND WS-ITEM-DATE <= WS-TODAY
                      MOVE SC-FROM-NAME TO WS-WALLET
                      PERFORM FIND-OR-ADD-OWNER
                      IF WS-SLOT > 0
                         IF SC-SOURCE = 'STRUCREP'
                            ADD 1 TO WS-OW-STRUCT(WS-SLOT)
                         ELSE
                            ADD 1 TO WS-OW-HITS(WS-SLOT)
                            IF SC-IS-BLOCKED
                               ADD 1 TO WS-OW-BLOCKS(WS-SLOT)
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *FRAUDVRD audits each verdict it acted on against the account,
      *with the action taken as the after-image
       TALLY-VERDICTS.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-ITEM-DATE = AU-YEAR * 10000
                                 + AU-MONTH * 100 + AU-DAY
                   IF WS-ITEM-DATE >= WS-WINDOW-START
                         AND WS-ITEM-DATE <= WS-TODAY
                         AND AU-PROGRAM = 'FRAUDVRD'
                         AND (AU-AFTER = 'fraud freeze'
                              OR AU-AFTER = 'outbound block')
                      MOVE AU-TARGET TO WS-WALLET
                      PERFORM FIND-OR-ADD-OWNER
                      IF WS-SLOT > 0
                         IF AU-AFTER = 'fraud freeze'
                            ADD 1 TO WS-OW-FREEZES(WS-SLOT)
                         ELSE
                            ADD 1 TO WS-OW-OUTBLOCKS(WS-SLOT)
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *Complaints are already filed against the identity itself
       TALLY-COMPLAINTS.
           READ COMPLAINT-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CM-RECEIVED-DATE >= WS-WINDOW-START
                         AND CM-RECEIVED-DATE <= WS-TODAY
                      MOVE SPACES TO WS-WALLET
                      MOVE CM-CUSTOMER TO WS-OWNER
                      PERFORM FIND-OR-ADD-SLOT
                      IF WS-SLOT > 0
                         ADD 1 TO WS-OW-COMPLAINTS(WS-SLOT)
                      END-IF
                   END-IF
           END-READ.
      *The customer behind WS-WALLET: the wallet's ACT-OWNER when it
      *has one, the wallet's own name when it is its own identity or
      *the account is gone - same resolution STRUCREP makes
       FIND-OR-ADD-OWNER.
           MOVE WS-WALLET TO WS-OWNER
           IF WS-ACT-OPEN-OK = 'Y'
              MOVE WS-WALLET TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 IF ACT-OWNER NOT = SPACES
                    MOVE ACT-OWNER TO WS-OWNER
                 END-IF
              END-READ
           END-IF
           PERFORM FIND-OR-ADD-SLOT.
       FIND-OR-ADD-SLOT.
           PERFORM FIND-OWNER-SLOT
           IF WS-SLOT = 0
              IF WS-OWNER-COUNT < 500
                 ADD 1 TO WS-OWNER-COUNT
                 MOVE WS-OWNER-COUNT TO WS-SLOT
                 MOVE WS-OWNER TO WS-OW-ID(WS-SLOT)
                 MOVE 0 TO WS-OW-CASH(WS-SLOT)
                 MOVE 0 TO WS-OW-STRUCT(WS-SLOT)
                 MOVE 0 TO WS-OW-OUT-COUNT(WS-SLOT)
                 MOVE 0 TO WS-OW-OUT-TOTAL(WS-SLOT)
                 MOVE 0 TO WS-OW-HITS(WS-SLOT)
                 MOVE 0 TO WS-OW-BLOCKS(WS-SLOT)
                 MOVE 0 TO WS-OW-FREEZES(WS-SLOT)
                 MOVE 0 TO WS-OW-OUTBLOCKS(WS-SLOT)
                 MOVE 0 TO WS-OW-COMPLAINTS(WS-SLOT)
              ELSE
                 ADD 1 TO WS-NOT-TALLIED
              END-IF
           END-IF.
       FIND-OWNER-SLOT.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM MATCH-ONE-SLOT WS-OWNER-COUNT TIMES.
       MATCH-ONE-SLOT.
           ADD 1 TO WS-IX
           IF WS-OW-ID(WS-IX) = WS-OWNER
              MOVE WS-IX TO WS-SLOT
           END-IF.
      *WS-CONV-AMOUNT in WS-CONV-CCY back to default currency through
      *the stored sell-side rate, power computed into its own field
      *first per the dialect's intermediate rules
       CONVERT-TO-DEFAULT.
           IF WS-CONV-CCY NOT = DEFAULT-CURRENCY
              MOVE WS-CONV-CCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 COMPUTE WS-NEG-EXP = - E-EXP
                 COMPUTE WS-EXP-FACTOR = 10 ** WS-NEG-EXP
                 COMPUTE WS-CONV-AMOUNT ROUNDED
                    = WS-CONV-AMOUNT / E-MAN
                 COMPUTE WS-CONV-AMOUNT ROUNDED
                    = WS-CONV-AMOUNT * WS-EXP-FACTOR
              END-READ
           END-IF.
      *Active identities only - a closed or anonymised record has no
      *behaviour left to band
       SCORE-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CU-IS-ACTIVE
                      ADD 1 TO WS-SCORED
                      PERFORM SCORE-ONE-CUSTOMER
                   END-IF
           END-READ.
       SCORE-ONE-CUSTOMER.
           MOVE CU-NAME TO WS-OWNER
           PERFORM FIND-OWNER-SLOT
           MOVE 0 TO WS-SCORE
           IF WS-SLOT > 0
              PERFORM ADD-ACTIVITY-POINTS
           END-IF
           IF CU-TAX-COUNTRY = SPACES
                 OR CU-TAX-COUNTRY NOT = ARG-HOME-COUNTRY
              ADD 1 TO WS-SCORE
           END-IF
           IF WS-SCORE >= 6
              MOVE 'H' TO WS-BAND
              MOVE 3 TO WS-BAND-RANK
           ELSE
              IF WS-SCORE >= 3
                 MOVE 'M' TO WS-BAND
                 MOVE 2 TO WS-BAND-RANK
              ELSE
                 MOVE 'L' TO WS-BAND
                 MOVE 1 TO WS-BAND-RANK
              END-IF
           END-IF
      *A record from before the band existed reads as M, the way the
      *review cycle treats it
           EVALUATE TRUE
              WHEN CU-RISK-HIGH
                 MOVE 3 TO WS-CURRENT-RANK
              WHEN CU-RISK-LOW
                 MOVE 1 TO WS-CURRENT-RANK
              WHEN OTHER
                 MOVE 2 TO WS-CURRENT-RANK
           END-EVALUATE
           IF WS-BAND-RANK < WS-CURRENT-RANK
              ADD 1 TO WS-LOWER
           END-IF
           IF WS-BAND-RANK > WS-CURRENT-RANK
              ADD 1 TO WS-UPGRADES
              PERFORM QUEUE-UPGRADE
           END-IF.
       ADD-ACTIVITY-POINTS.
           IF WS-THRESHOLD > 0
              IF WS-OW-CASH(WS-SLOT) >= WS-THRESHOLD
                 ADD 3 TO WS-SCORE
              ELSE
                 IF WS-OW-CASH(WS-SLOT) >= WS-HALF-THRESHOLD
                       AND WS-OW-CASH(WS-SLOT) > 0
                    ADD 1 TO WS-SCORE
                 END-IF
              END-IF
           END-IF
           IF WS-OW-STRUCT(WS-SLOT) > 0
              ADD 3 TO WS-SCORE
           END-IF
           IF WS-OW-OUT-COUNT(WS-SLOT) > 0
              IF WS-THRESHOLD > 0
                    AND WS-OW-OUT-TOTAL(WS-SLOT) >= WS-THRESHOLD
                 ADD 2 TO WS-SCORE
              ELSE
                 ADD 1 TO WS-SCORE
              END-IF
           END-IF
           IF WS-OW-BLOCKS(WS-SLOT) > 0
              ADD 4 TO WS-SCORE
           ELSE
              IF WS-OW-HITS(WS-SLOT) > 0
                 ADD 1 TO WS-SCORE
              END-IF
           END-IF
           IF WS-OW-FREEZES(WS-SLOT) > 0
              ADD 4 TO WS-SCORE
           ELSE
              IF WS-OW-OUTBLOCKS(WS-SLOT) > 0
                 ADD 2 TO WS-SCORE
              END-IF
           END-IF
           IF WS-OW-COMPLAINTS(WS-SLOT) > 0
              ADD 1 TO WS-SCORE
           END-IF.
      *One case per upgrade, with the factors, unless the customer
      *already has one waiting for compliance
       QUEUE-UPGRADE.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Customer":"' CU-NAME '",'
           DISPLAY '    "CurrentBand":"' CU-RISK-BAND '",'
           DISPLAY '    "ProposedBand":"' WS-BAND '",'
           DISPLAY '    "Score":' WS-SCORE ','
           IF WS-RK-OPEN-OK NOT = 'Y'
              DISPLAY '    "Queued":"review queue unavailable"'
              DISPLAY '  }'
           ELSE
              PERFORM CHECK-PENDING-CASE
              IF WS-HAS-PENDING = 'Y'
                 ADD 1 TO WS-ALREADY-QUEUED
                 DISPLAY '    "Queued":"case already pending"'
                 DISPLAY '  }'
              ELSE
                 PERFORM WRITE-RISK-CASE
              END-IF
           END-IF.
       CHECK-PENDING-CASE.
           MOVE 'N' TO WS-HAS-PENDING
           MOVE 'N' TO WS-RK-EOF
           MOVE CU-NAME TO RK-CUSTOMER
           MOVE LOW-VALUES TO RK-TIME-STAMP
           START RISK-QUEUE KEY IS >= RK-KEY
           IF WS-RK-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-RK-EOF
           END-IF
           PERFORM CHECK-ONE-CASE UNTIL WS-RK-EOF = 'Y'.
       CHECK-ONE-CASE.
           READ RISK-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RK-EOF
               NOT AT END
                   IF RK-CUSTOMER NOT = CU-NAME
                      MOVE 'Y' TO WS-RK-EOF
                   ELSE
                      IF RK-IS-PENDING
                         MOVE 'Y' TO WS-HAS-PENDING
                         MOVE 'Y' TO WS-RK-EOF
                      END-IF
                   END-IF
           END-READ.
       WRITE-RISK-CASE.
           MOVE CU-NAME TO RK-CUSTOMER
           MOVE FUNCTION CURRENT-DATE TO RK-TIME-STAMP
           MOVE 'P' TO RK-STATUS
           MOVE CU-RISK-BAND TO RK-CURRENT-BAND
           MOVE WS-BAND TO RK-PROPOSED-BAND
           MOVE WS-SCORE TO RK-SCORE
           MOVE WS-WINDOW-START TO RK-WINDOW-START
           MOVE WS-TODAY TO RK-SCORED-DATE
           IF WS-SLOT > 0
              MOVE WS-OW-CASH(WS-SLOT) TO RK-CASH-TOTAL
              MOVE WS-OW-STRUCT(WS-SLOT) TO RK-STRUCT-FLAGS
              MOVE WS-OW-OUT-COUNT(WS-SLOT) TO RK-OUT-COUNT
              MOVE WS-OW-OUT-TOTAL(WS-SLOT) TO RK-OUT-TOTAL
              MOVE WS-OW-HITS(WS-SLOT) TO RK-SCREEN-HITS
              MOVE WS-OW-BLOCKS(WS-SLOT) TO RK-SCREEN-BLOCKS
              MOVE WS-OW-FREEZES(WS-SLOT) TO RK-FRAUD-FREEZES
              MOVE WS-OW-OUTBLOCKS(WS-SLOT) TO RK-FRAUD-BLOCKS
              MOVE WS-OW-COMPLAINTS(WS-SLOT) TO RK-COMPLAINTS
           ELSE
              MOVE 0 TO RK-CASH-TOTAL
              MOVE 0 TO RK-STRUCT-FLAGS
              MOVE 0 TO RK-OUT-COUNT
              MOVE 0 TO RK-OUT-TOTAL
              MOVE 0 TO RK-SCREEN-HITS
              MOVE 0 TO RK-SCREEN-BLOCKS
              MOVE 0 TO RK-FRAUD-FREEZES
              MOVE 0 TO RK-FRAUD-BLOCKS
              MOVE 0 TO RK-COMPLAINTS
           END-IF
           MOVE CU-TAX-COUNTRY TO RK-TAX-COUNTRY
           MOVE SPACES TO RK-DECIDED-BY
           MOVE 0 TO RK-DECIDED-DATE
           WRITE RK-RECORD
           INVALID KEY
              ADD 1 TO RK-MILIS
              WRITE RK-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           ADD 1 TO WS-QUEUED
           MOVE RK-CASH-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '    "Cash":' WS-AMOUNT-EDIT ','
           DISPLAY '    "StructuringFlags":' RK-STRUCT-FLAGS ','
           DISPLAY '    "OutboundPayments":' RK-OUT-COUNT ','
           MOVE RK-OUT-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '    "OutboundTotal":' WS-AMOUNT-EDIT ','
           DISPLAY '    "ScreeningHits":' RK-SCREEN-HITS ','
           DISPLAY '    "ScreeningBlocks":' RK-SCREEN-BLOCKS ','
           DISPLAY '    "FraudFreezes":' RK-FRAUD-FREEZES ','
           DISPLAY '    "FraudBlocks":' RK-FRAUD-BLOCKS ','
           DISPLAY '    "Complaints":' RK-COMPLAINTS ','
           DISPLAY '    "TaxCountry":"' RK-TAX-COUNTRY '",'
           DISPLAY '    "CaseKey":"' RK-KEY '"'
           DISPLAY '  }'.
