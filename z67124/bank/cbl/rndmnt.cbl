      *Round-up savings opt-in: start (or change) rounding every card
      *and mobile-pay purchase on an account up to the next whole
      *unit, naming where the difference goes - one of the account's
      *own active savings pockets, or a linked savings account the
      *round-ups are moved to through TRNSFR - or stop it. The
      *account's hash must be proven, the same as POCKET: the
      *arrangement is the customer's own, not the teller's
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RNDMNT.
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
           FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT SAVE-POCKETS ASSIGN TO POCKETS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PK-KEY
              FILE STATUS IS WS-PK-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  ROUNDUP-SETUP DATA RECORD IS RU-RECORD.
       COPY rndrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  SAVE-POCKETS DATA RECORD IS PK-RECORD.
       COPY pocketrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-PK-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-UNIT PIC 9(11)V9(4).
       01 WS-UNIT-EDIT PIC Z(4)9.99.
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *A = start or change the round-ups, S = stop them
              10 ARG-ACTION PIC X(1).
              10 ARG-ACCOUNT PIC X(9).
      *Claimed password/PIN hash, spaces if the account has none set
              10 ARG-HASH PIC X(8).
      *Start only: the unit to round up to, e.g. 1.00
              10 ARG-UNIT PIC X(8).
      *Start only: P = into ARG-POCKET, T = transfer to ARG-TARGET
              10 ARG-MODE PIC X(1).
              10 ARG-POCKET PIC X(12).
              10 ARG-TARGET PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF ARG-ACTION NOT = 'A' AND NOT = 'S'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be A or S"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-A-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           MOVE ARG-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' ARG-ACCOUNT ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ
           IF ACT-IS-FROZEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account on hold"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           IF ACT-PASS-HASH NOT = SPACES
                 AND ACT-PASS-HASH NOT = ARG-HASH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Password hash does not match"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF

           IF ARG-ACTION = 'A'
              PERFORM CHECK-NEW-SETUP
           END-IF
           CLOSE USER-ACCOUNTS

           OPEN I-O ROUNDUP-SETUP
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT ROUNDUP-SETUP
              CLOSE ROUNDUP-SETUP
              OPEN I-O ROUNDUP-SETUP
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Round-up file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE ROUNDUP-SETUP
              GOBACK
           END-IF

           IF ARG-ACTION = 'A'
              PERFORM START-ROUND-UPS
           ELSE
              PERFORM STOP-ROUND-UPS
           END-IF
           CLOSE ROUNDUP-SETUP
           GOBACK.
      *Everything a start needs is proven before anything is written:
      *a real unit, and a destination that can take the money
       CHECK-NEW-SETUP.
           IF FUNCTION TEST-NUMVAL(ARG-UNIT) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Unit is not a valid number"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           COMPUTE WS-UNIT = FUNCTION NUMVAL(ARG-UNIT)
           IF WS-UNIT <= 0 OR WS-UNIT > 99999.99
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Unit must be 0.01 to 99999.99"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           IF ARG-MODE NOT = 'P' AND NOT = 'T'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Mode must be P or T"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           IF ARG-MODE = 'P'
              PERFORM CHECK-POCKET
           ELSE
              PERFORM CHECK-TARGET
           END-IF.
       CHECK-POCKET.
           OPEN INPUT SAVE-POCKETS
           MOVE ARG-ACCOUNT TO PK-ACCOUNT
           MOVE ARG-POCKET TO PK-NAME
           MOVE 'C' TO PK-STATUS
           IF WS-PK-FILE-STATUS = '00' OR WS-PK-FILE-STATUS = '97'
              READ SAVE-POCKETS RECORD KEY PK-KEY
              INVALID KEY
                 MOVE 'C' TO PK-STATUS
              END-READ
           END-IF
           CLOSE SAVE-POCKETS
           IF NOT PK-IS-ACTIVE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Pocket not found or closed"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF.
      *The linked account must exist and be somebody else's ledger
      *line than the spending account - the transfer itself still
      *goes through TRNSFR's own checks every time
       CHECK-TARGET.
           IF ARG-TARGET = ARG-ACCOUNT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Linked account must be another '
                 'account"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           MOVE ARG-TARGET TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Linked account ' ARG-TARGET
                 ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ.
       START-ROUND-UPS.
           MOVE ARG-ACCOUNT TO RU-ACCOUNT
           MOVE WS-UNIT TO RU-UNIT
           MOVE ARG-MODE TO RU-MODE
           IF ARG-MODE = 'P'
              MOVE ARG-POCKET TO RU-POCKET
              MOVE SPACES TO RU-TARGET
           ELSE
              MOVE SPACES TO RU-POCKET
              MOVE ARG-TARGET TO RU-TARGET
           END-IF
           MOVE ARG-HASH TO RU-HASH
           MOVE 'A' TO RU-STATUS
           MOVE WS-TODAY TO RU-SET-DATE
           WRITE RU-RECORD
           INVALID KEY
      *Already set up once - the new choice replaces the old one
              REWRITE RU-RECORD
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE RU-UNIT TO WS-UNIT-EDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Unit":' WS-UNIT-EDIT ','
              DISPLAY '  "Mode":"' RU-MODE '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Round-up file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
           END-IF.
       STOP-ROUND-UPS.
           MOVE ARG-ACCOUNT TO RU-ACCOUNT
           READ ROUNDUP-SETUP RECORD KEY RU-ACCOUNT
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No round-ups set up"'
              DISPLAY '}'
           NOT INVALID KEY
              MOVE 'S' TO RU-STATUS
              MOVE WS-TODAY TO RU-SET-DATE
              REWRITE RU-RECORD
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Round-ups stopped"'
              DISPLAY '}'
           END-READ.
