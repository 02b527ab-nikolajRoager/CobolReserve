      *credit is clawed back to the "SETTLE   " clearing account with
      *"dispute reversal" legs ref-keyed at the disputed item - the
      *claw-back posts regardless of the balance it leaves, the
      *money is owed. Resolving for the customer unwinds the
      *purchase for good, so its card rewards points are taken back
      *through RWDPOST, and the loss SETTLE carries for the credit is
      *made good out of the merchant's rolling reserve, oldest held
      *tranche first, as far as the reserve reaches
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *The official banking day for the ledger stamp
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *MERCHSET's rolling-reserve tranches
           SELECT MERCHANT-RESERVE ASSIGN TO MRSVLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MV-KEY
              FILE STATUS IS WS-MV-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  MERCHANT-RESERVE DATA RECORD IS MV-RECORD.
       COPY mrsvrec.
        WORKING-STORAGE SECTION.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-JR-FILE-STATUS PIC XX.
       COPY wstrnrep.
       01 WS-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-SUCCESS-WRITE PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
      *Laid out exactly like RWDPOST's own LINKAGE SECTION
       01 RP-ARG-BUFFER.
           05 RP-ARG-ACTION PIC X(1) VALUE 'R'.
           05 RP-ARG-TR-KEY PIC X(25).
           05 RP-ARG-TYPE-NAME PIC X(20).
           05 RP-ARG-MERCHANT PIC X(9).
           05 RP-ARG-SPEND PIC 9(11)V9(4) VALUE 0.
           05 RP-ARG-POINTS PIC 9(9).
       01 WS-MV-FILE-STATUS PIC XX.
       01 WS-MV-EOF PIC X.
       01 WS-MV-SAVE-KEY PIC X(20).
      *C = count what the reserve can cover, A = apply it
       01 WS-RECOVER-PASS PIC X.
       01 WS-RECOVERED PIC 9(11)V9(4).
       01 WS-RECOVER-LEFT PIC 9(11)V9(4).
       01 WS-TRANCHE-LEFT PIC 9(11)V9(4).
       01 WS-TAKE PIC 9(11)V9(4).
       01 WS-NET-EDIT PIC 9(11).9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
      *The house accounts keep no hash of their own
           05 TR-ARG-HASH      PIC X(8) VALUE SPACES.
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
           05 TR-ARG-REMIT-REF PIC X(20) VALUE SPACES.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
                 MOVE 'C' TO DP-STATUS
                 MOVE WS-TODAY TO DP-RESOLVED-DATE
                 REWRITE DP-RECORD
                 MOVE DP-TR-KEY TO RP-ARG-TR-KEY
                 MOVE SPACES TO RP-ARG-TYPE-NAME
                 MOVE DP-MERCHANT TO RP-ARG-MERCHANT
                 CALL 'RWDPOST' USING RP-ARG-BUFFER
                 PERFORM RECOVER-FROM-RESERVE
                 DISPLAY '{'
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"Resolved for customer, '
                    'credit stands",'
                 MOVE WS-RECOVERED TO WS-AMOUNT-EDIT
                 DISPLAY '  "RecoveredFromReserve":' WS-AMOUNT-EDIT
                 DISPLAY '}'
              WHEN 'R'
                 PERFORM CLAW-BACK-CREDIT
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS.
      *The provisional credit was paid out of SETTLE and now stays
      *with the customer. Whatever the merchant's held reserve in the
      *case currency can cover goes MRESERVE -> SETTLE through
      *TRNSFR; the tranches are only charged once that move posted,
      *so a failed move leaves the reserve exactly as it was
       RECOVER-FROM-RESERVE.
           MOVE 0 TO WS-RECOVERED
           OPEN I-O MERCHANT-RESERVE
           IF WS-MV-FILE-STATUS NOT = '00' AND NOT = '97'
      *No reserve ledger yet - nothing was ever withheld
              CLOSE MERCHANT-RESERVE
           ELSE
              MOVE 'C' TO WS-RECOVER-PASS
              PERFORM WALK-MERCHANT-TRANCHES
              IF WS-RECOVERED > 0
                 MOVE 96 TO TR-ARG-LENGTH
                 MOVE WS-RECOVERED TO WS-NET-EDIT
                 MOVE WS-NET-EDIT TO TR-ARG-AMOUNT
                 MOVE DP-CURRENCY TO TR-ARG-CURRENCY
                 MOVE "MRESERVE " TO TR-ARG-FROM-NAME
                 MOVE "SETTLE   " TO TR-ARG-TO-NAME
                 MOVE 'CHARGEBACK RECOVERY' TO TR-ARG-REMIT-REF
                 CALL 'TRNSFR' USING TR-ARG-BUFFER
                 IF TR-ARG-RESULT = 'Y'
                    MOVE 'A' TO WS-RECOVER-PASS
                    PERFORM WALK-MERCHANT-TRANCHES
                 ELSE
                    MOVE 0 TO WS-RECOVERED
                 END-IF
              END-IF
              CLOSE MERCHANT-RESERVE
           END-IF.
      *One pass over the merchant's tranches in key order - oldest
      *settlement day first - with WS-RECOVER-LEFT counting down
      *from the case amount (count pass) or the recovered amount
      *(apply pass)
       WALK-MERCHANT-TRANCHES.
           IF WS-RECOVER-PASS = 'C'
              MOVE DP-AMOUNT TO WS-RECOVER-LEFT
           ELSE
              MOVE WS-RECOVERED TO WS-RECOVER-LEFT
           END-IF
           MOVE 'N' TO WS-MV-EOF
           MOVE DP-MERCHANT TO MV-MERCHANT
           MOVE 0 TO MV-SETTLE-DATE
           MOVE LOW-VALUES TO MV-CURRENCY
           START MERCHANT-RESERVE KEY IS >= MV-KEY
           IF WS-MV-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-MV-EOF
           END-IF
           PERFORM NEXT-MERCHANT-TRANCHE
              UNTIL WS-MV-EOF = 'Y' OR WS-RECOVER-LEFT = 0
           IF WS-RECOVER-PASS = 'C'
              COMPUTE WS-RECOVERED = DP-AMOUNT - WS-RECOVER-LEFT
           END-IF.
       NEXT-MERCHANT-TRANCHE.
           READ MERCHANT-RESERVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MV-EOF
               NOT AT END
                   IF MV-MERCHANT NOT = DP-MERCHANT
                      MOVE 'Y' TO WS-MV-EOF
                   ELSE
                      IF MV-IS-HELD AND MV-CURRENCY = DP-CURRENCY
                         PERFORM CHARGE-ONE-TRANCHE
                      END-IF
                   END-IF
           END-READ.
       CHARGE-ONE-TRANCHE.
           COMPUTE WS-TRANCHE-LEFT = MV-WITHHELD - MV-USED
           IF WS-TRANCHE-LEFT < WS-RECOVER-LEFT
              MOVE WS-TRANCHE-LEFT TO WS-TAKE
           ELSE
              MOVE WS-RECOVER-LEFT TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM WS-RECOVER-LEFT
           IF WS-RECOVER-PASS = 'A' AND WS-TAKE > 0
              MOVE MV-KEY TO WS-MV-SAVE-KEY
              ADD WS-TAKE TO MV-USED
              REWRITE MV-RECORD
              MOVE WS-MV-SAVE-KEY TO MV-KEY
              START MERCHANT-RESERVE KEY IS > MV-KEY
              IF WS-MV-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-MV-EOF
              END-IF
           END-IF.
       LOG-CLAWBACK-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
      *The official banking day overrides the machine date on the
           MOVE 'W' TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-BEFORE
           MOVE TR-RECORD TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL
           PERFORM INDEX-TRANSFER-WRITE.
      *Put the posting on its business day's index for the daily
      *batches - only once the ledger really holds it
       INDEX-TRANSFER-WRITE.
           IF WS-T-FILE-STATUS = '00'
              MOVE 'A' TO PU-ARG-ACTION
              MOVE TR-KEY TO PU-ARG-TR-KEY
              MOVE SPACES TO PU-ARG-NEW-KEY
              CALL 'PIDXUPD' USING PU-ARG-BUFFER
           END-IF.
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
