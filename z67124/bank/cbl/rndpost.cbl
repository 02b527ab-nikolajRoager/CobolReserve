      *Round-up savings posting. DEBCARD and MOBPAY CALL this once a
      *purchase is on the ledger and their own files are closed. An
      *account opted in on RNDSETUP has the purchase rounded up to
      *the next whole RU-UNIT and the difference put aside - added
      *to the named savings pocket (an earmark, nothing posts) or
      *moved to the linked savings account by CALLing TRNSFR with
      *the hash captured at opt-in. A round-up the account's own
      *unpocketed funds can not cover is skipped, never pushed into
      *the overdraft - the same rule POCKET applies to a manual move.
      *Every round-up put aside is kept on RNDLEDG under the
      *purchase's own TR-KEY. Like RWDPOST, every error in here is
      *swallowed: a round-up that can not be made must never fail the
      *purchase behind it
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RNDPOST.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUNDUP-SETUP ASSIGN TO RNDSETUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RU-ACCOUNT
           FILE STATUS IS WS-RU-FILE-STATUS.
           SELECT ROUNDUP-LEDGER ASSIGN TO RNDLEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RD-KEY
           FILE STATUS IS WS-RD-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
      *DYNAMIC - the funding check sums the account's active pockets
           SELECT SAVE-POCKETS ASSIGN TO POCKETS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PK-KEY
              FILE STATUS IS WS-PK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ROUNDUP-SETUP DATA RECORD IS RU-RECORD.
       COPY rndrec.
       FD  ROUNDUP-LEDGER DATA RECORD IS RD-RECORD.
       COPY rndledg.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  SAVE-POCKETS DATA RECORD IS PK-RECORD.
       COPY pocketrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RU-FILE-STATUS PIC XX.
       01 WS-RD-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-PK-FILE-STATUS PIC XX.
       01 WS-SCAN-DONE PIC X.
       01 WS-WHOLE-UNITS PIC 9(11).
       01 WS-ROUNDUP PIC 9(11)V9(4).
       01 WS-BALANCE PIC S9(11)V9(4).
       01 WS-POCKET-TOTAL PIC S9(12)V9(4).
       01 WS-AMOUNT-EDIT PIC 9(11).9(4).
      *Laid out exactly like TRNSFR's own LINKAGE SECTION
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
           05 TR-ARG-HASH      PIC X(8).
      *The customer set this up themselves - no second teller
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *The linked account was named at opt-in
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9).
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
           05 TR-ARG-REMIT-REF PIC X(20) VALUE 'ROUND-UP SAVINGS'.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The purchase leg's own TR-KEY
           05 ARG-TR-KEY.
               10 ARG-ACCOUNT PIC X(9).
               10 ARG-STAMP PIC X(16).
      *What the purchase took from the account, account currency,
      *always positive
           05 ARG-SPEND PIC 9(11)V9(4).
           05 ARG-CURRENCY PIC X(3).
      *Business date the purchase was stamped with
           05 ARG-POST-DATE PIC 9(8).
      *Output only - the round-up put aside, 0 = none
           05 ARG-ROUNDUP PIC 9(11)V9(4).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 0 TO ARG-ROUNDUP
           PERFORM GET-SETUP THRU GET-SETUP-EXIT
           IF WS-ROUNDUP = 0
              GOBACK
           END-IF
           OPEN I-O ROUNDUP-LEDGER
           IF WS-RD-FILE-STATUS = '35'
              OPEN OUTPUT ROUNDUP-LEDGER
              CLOSE ROUNDUP-LEDGER
              OPEN I-O ROUNDUP-LEDGER
           END-IF
           IF WS-RD-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE ROUNDUP-LEDGER
              GOBACK
           END-IF
      *A purchase already rounded up is never rounded up twice
           MOVE ARG-TR-KEY TO RD-KEY
           READ ROUNDUP-LEDGER RECORD KEY RD-KEY
           NOT INVALID KEY
              MOVE 0 TO WS-ROUNDUP
           END-READ
           IF WS-ROUNDUP > 0
              PERFORM PUT-ASIDE THRU PUT-ASIDE-EXIT
           END-IF
           CLOSE ROUNDUP-LEDGER
           GOBACK.
      *The account's opt-in and the round-up it asks for. A purchase
      *that is already a whole number of units rounds up by nothing
       GET-SETUP.
           MOVE 0 TO WS-ROUNDUP
           OPEN INPUT ROUNDUP-SETUP
           IF WS-RU-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE ROUNDUP-SETUP
              GO TO GET-SETUP-EXIT
           END-IF
           MOVE ARG-ACCOUNT TO RU-ACCOUNT
           READ ROUNDUP-SETUP RECORD KEY RU-ACCOUNT
           INVALID KEY
              MOVE 'S' TO RU-STATUS
           END-READ
           CLOSE ROUNDUP-SETUP
           IF NOT RU-IS-ACTIVE OR RU-UNIT = 0 OR ARG-SPEND = 0
              GO TO GET-SETUP-EXIT
           END-IF
           COMPUTE WS-WHOLE-UNITS = ARG-SPEND / RU-UNIT
           COMPUTE WS-ROUNDUP
              = (WS-WHOLE-UNITS + 1) * RU-UNIT - ARG-SPEND
           IF WS-ROUNDUP = RU-UNIT
              MOVE 0 TO WS-ROUNDUP
           END-IF.
       GET-SETUP-EXIT.
           EXIT.
      *Only the account's own positive, unpocketed money is ever put
      *aside - the ledger balance must still cover every pocket with
      *the round-up taken, with no help from the overdraft line
       PUT-ASIDE.
           MOVE 0 TO WS-BALANCE
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
              MOVE ARG-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 MOVE ACT-BALANCE TO WS-BALANCE
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS
           OPEN I-O SAVE-POCKETS
           IF WS-PK-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 0 TO WS-POCKET-TOTAL
           ELSE
              PERFORM SUM-ACTIVE-POCKETS
           END-IF
           IF WS-BALANCE - WS-POCKET-TOTAL - WS-ROUNDUP < 0
              CLOSE SAVE-POCKETS
              GO TO PUT-ASIDE-EXIT
           END-IF
           IF RU-TO-POCKET
              PERFORM EARMARK-INTO-POCKET
              CLOSE SAVE-POCKETS
           ELSE
              CLOSE SAVE-POCKETS
              PERFORM TRANSFER-TO-SAVINGS
           END-IF
           IF ARG-ROUNDUP > 0
              PERFORM WRITE-LEDGER-ROW
           END-IF.
       PUT-ASIDE-EXIT.
           EXIT.
      *The funding scan moved the file position - re-read the pocket
      *before rewriting it. A pocket closed since opt-in takes nothing
       EARMARK-INTO-POCKET.
           MOVE ARG-ACCOUNT TO PK-ACCOUNT
           MOVE RU-POCKET TO PK-NAME
           READ SAVE-POCKETS RECORD KEY PK-KEY
           INVALID KEY
              MOVE 'C' TO PK-STATUS
           END-READ
           IF PK-IS-ACTIVE
              ADD WS-ROUNDUP TO PK-BALANCE
              REWRITE PK-RECORD
              IF WS-PK-FILE-STATUS = '00'
                 MOVE WS-ROUNDUP TO ARG-ROUNDUP
              END-IF
           END-IF.
      *Through the normal TRNSFR path, so the move carries the usual
      *authorisation, limits and ledger legs on both accounts
       TRANSFER-TO-SAVINGS.
           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-ROUNDUP TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO TR-ARG-AMOUNT
           MOVE ARG-CURRENCY TO TR-ARG-CURRENCY
           MOVE RU-HASH TO TR-ARG-HASH
           MOVE ARG-ACCOUNT TO TR-ARG-FROM-NAME
           MOVE RU-TARGET TO TR-ARG-TO-NAME
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT = 'Y'
              MOVE WS-ROUNDUP TO ARG-ROUNDUP
           END-IF.
       WRITE-LEDGER-ROW.
           MOVE ARG-TR-KEY TO RD-KEY
           MOVE ARG-POST-DATE TO RD-POST-DATE
           MOVE ARG-SPEND TO RD-SPEND
           MOVE ARG-ROUNDUP TO RD-AMOUNT
           MOVE ARG-CURRENCY TO RD-CURRENCY
           MOVE RU-MODE TO RD-MODE
           IF RU-TO-POCKET
              MOVE RU-POCKET TO RD-DESTINATION
           ELSE
              MOVE RU-TARGET TO RD-DESTINATION
           END-IF
           WRITE RD-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE.
      *Every active pocket under the account, the same sum POCKET
      *checks a manual move against
       SUM-ACTIVE-POCKETS.
           MOVE 0 TO WS-POCKET-TOTAL
           MOVE 'N' TO WS-SCAN-DONE
           MOVE ARG-ACCOUNT TO PK-ACCOUNT
           MOVE LOW-VALUES TO PK-NAME
           START SAVE-POCKETS KEY IS >= PK-KEY
           IF WS-PK-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF
           PERFORM SUM-ONE-POCKET UNTIL WS-SCAN-DONE = 'Y'.
       SUM-ONE-POCKET.
           READ SAVE-POCKETS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF PK-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                      IF PK-IS-ACTIVE
                         ADD PK-BALANCE TO WS-POCKET-TOTAL
                      END-IF
                   END-IF
           END-READ.
