      *Switch a customer's account out to another bank - the closure
      *DELUSER does, but with a redirection period in front of it.
      *On the customer's instruction (proven by their own hash) the
      *account is marked switched, its standing orders and mandates
      *are cancelled, and the switch is booked on the SWITCHES
      *register with the new bank, the customer's account reference
      *there and the last day of the redirection period. From the
      *next SWTCHRUN on, the balance and every credit that lands
      *afterwards go on to the new bank through OUTPAY, and DDCOLLCT
      *sends creditors' claims back "switched"; when the period ends
      *SWTCHRUN closes the account. Audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SWTCHOUT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT SWITCH-REGISTER ASSIGN TO SWITCHES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SW-ACCOUNT
              FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT BANK-DIRECTORY ASSIGN TO BANKDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BD-BANK-ID
              FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT STANDING-ORDERS ASSIGN TO STANDORD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SO-KEY
              FILE STATUS IS WS-SO-FILE-STATUS.
           SELECT DD-MANDATES ASSIGN TO DDMAND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-KEY
              FILE STATUS IS WS-MD-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Forward-recovery journal for the account rewrite
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  SWITCH-REGISTER DATA RECORD IS SW-RECORD.
       COPY swchrec.
       FD  BANK-DIRECTORY DATA RECORD IS BD-RECORD.
       COPY bankdir.
       FD  STANDING-ORDERS DATA RECORD IS SO-RECORD.
       COPY sordrec.
       FD  DD-MANDATES DATA RECORD IS MD-RECORD.
       COPY ddmand.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  RECOVERY-JOURNAL DATA RECORD IS JR-RECORD.
       COPY jrnlrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STAGING.
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SW-FILE-STATUS PIC XX.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-SO-FILE-STATUS PIC XX.
       01 WS-MD-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-NAME PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-REDIRECT-DAYS PIC 9(4).
       01 WS-EOF PIC X.
       01 WS-ORDERS-CANCELLED PIC 9(5) VALUE 0.
       01 WS-MANDATES-CANCELLED PIC 9(5) VALUE 0.
      *Summary of the account as it was, for the audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(4) VALUE 'BAL='.
           05 WS-AB-BALANCE PIC -(11)9.9999.
           05 FILLER PIC X(5) VALUE ' CCY='.
           05 WS-AB-CURRENCY PIC XXX.
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(12) VALUE 'SWITCHED TO '.
           05 WS-AA-BANK-ID PIC X(9).
           05 FILLER PIC X(7) VALUE ' UNTIL '.
           05 WS-AA-REDIRECT-END PIC 9(8).
      *Using PARM='...' limits me to one account a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-LENGTH pic S9(4) COMP.
      *Teller/system ID making this change, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
      *The customer's own password hash - the authority the
      *forwarding payments go out under
           05 ARG-HASH PIC X(8).
      *The new bank, from the SETBANK directory, and the customer's
      *account reference there
           05 ARG-BANK-ID PIC X(9).
           05 ARG-BENEFICIARY PIC X(20).
           05 ARG-NAME PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 46.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE 1095 TO WS-REDIRECT-DAYS
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              IF FUNCTION TEST-NUMVAL(S-SWITCH-REDIRECT-DAYS) = 0
                 COMPUTE WS-REDIRECT-DAYS
                    = FUNCTION NUMVAL(S-SWITCH-REDIRECT-DAYS)
              END-IF
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF.
       CHECK-NEW-BANK.
      *Forwarding goes through OUTPAY, so the new bank has to be a
      *correspondent we can pay through
           OPEN INPUT BANK-DIRECTORY
           IF WS-BD-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Directory file error '
                 WS-BD-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE BANK-DIRECTORY
              GOBACK
           END-IF
           MOVE ARG-BANK-ID TO BD-BANK-ID
           READ BANK-DIRECTORY RECORD KEY BD-BANK-ID
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bank ' ARG-BANK-ID
                 ' not on the directory"'
              DISPLAY '}'
              CLOSE BANK-DIRECTORY
              GOBACK
           END-READ
           CLOSE BANK-DIRECTORY
           IF ARG-BENEFICIARY = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account at the new bank is missing"'
              DISPLAY '}'
              GOBACK
           END-IF.
       OPEN-FILES.
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           OPEN I-O SWITCH-REGISTER
           IF WS-SW-FILE-STATUS = '35'
              OPEN OUTPUT SWITCH-REGISTER
              CLOSE SWITCH-REGISTER
              OPEN I-O SWITCH-REGISTER
           END-IF
           IF WS-SW-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Switch register error ' WS-SW-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE SWITCH-REGISTER
              GOBACK
           END-IF.
       MAIN-PROC.
           MOVE WS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
               DISPLAY '{'
               DISPLAY '  "success":0,'
               DISPLAY '  "error":"Account ' WS-NAME ' not found "'
               DISPLAY '}'
               CLOSE USER-ACCOUNTS
               CLOSE SWITCH-REGISTER
               GOBACK
           END-READ.

           IF ACT-PASS-HASH NOT = SPACES
                 AND ACT-PASS-HASH NOT = ARG-HASH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Password hash does not match"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE SWITCH-REGISTER
              GOBACK
           END-IF.

      *Money that can not leave can not be forwarded either - a hold,
      *a fraud block or an open escrow is settled first
           IF ACT-IS-FROZEN OR ACT-IS-OUTBLOCKED OR ACT-IS-ESCROW
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account on hold"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE SWITCH-REGISTER
              GOBACK
           END-IF.

           IF ACT-BALANCE < 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account overdrawn - settle before '
                 'switching"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE SWITCH-REGISTER
              GOBACK
           END-IF.

           MOVE WS-NAME TO SW-ACCOUNT
           READ SWITCH-REGISTER RECORD KEY SW-ACCOUNT
           NOT INVALID KEY
               DISPLAY '{'
               DISPLAY '  "success":0,'
               DISPLAY '  "error":"Account already switched"'
               DISPLAY '}'
               CLOSE USER-ACCOUNTS
               CLOSE SWITCH-REGISTER
               GOBACK
           END-READ.

           MOVE WS-NAME TO SW-ACCOUNT
           MOVE ARG-BANK-ID TO SW-NEW-BANK-ID
           MOVE ARG-BENEFICIARY TO SW-NEW-BENEFICIARY
           MOVE ARG-HASH TO SW-HASH
           MOVE WS-TODAY TO SW-SWITCH-DATE
           COMPUTE SW-REDIRECT-END = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-REDIRECT-DAYS)
           MOVE 'R' TO SW-STATUS
           MOVE 0 TO SW-CLOSED-DATE
           MOVE 0 TO SW-FORWARD-COUNT
           MOVE 0 TO SW-FORWARDED-AMOUNT
           MOVE ARG-OPERATOR-ID TO SW-OPERATOR-ID
           WRITE SW-RECORD
           IF WS-SW-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Switch register error ' WS-SW-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE SWITCH-REGISTER
              GOBACK
           END-IF

           MOVE ACT-BALANCE TO WS-AB-BALANCE
           MOVE ACT-CURRENCY TO WS-AB-CURRENCY
           MOVE ACT-REC TO WS-JR-BEFORE
           MOVE 'S' TO ACT-STATUS
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           CLOSE USER-ACCOUNTS

           PERFORM CANCEL-ORDERS
           PERFORM CANCEL-MANDATES
           PERFORM LOG-AUDIT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' WS-NAME '",'
           DISPLAY '  "NewBank":"' SW-NEW-BANK-ID '",'
           DISPLAY '  "RedirectUntil":' SW-REDIRECT-END ','
           DISPLAY '  "OrdersCancelled":' WS-ORDERS-CANCELLED ','
           DISPLAY '  "MandatesCancelled":' WS-MANDATES-CANCELLED
           DISPLAY '}'
           CLOSE SWITCH-REGISTER
           GOBACK.
      *The customer's payments out of this account are the new bank's
      *to make now - live and held orders alike are cancelled
       CANCEL-ORDERS.
           OPEN I-O STANDING-ORDERS
           IF WS-SO-FILE-STATUS = '00' OR WS-SO-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE WS-NAME TO SO-FROM-NAME
              MOVE LOW-VALUES TO SO-TO-NAME
              MOVE 0 TO SO-SEQ
              START STANDING-ORDERS KEY IS >= SO-KEY
              IF WS-SO-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CANCEL-ONE-ORDER UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE STANDING-ORDERS.
       CANCEL-ONE-ORDER.
           READ STANDING-ORDERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SO-FROM-NAME NOT = WS-NAME
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF SO-IS-ACTIVE OR SO-IS-HELD
                         MOVE 'N' TO SO-ACTIVE-FLAG
                         REWRITE SO-RECORD
                         ADD 1 TO WS-ORDERS-CANCELLED
                      END-IF
                   END-IF
           END-READ.
      *Likewise the mandates - a creditor who still claims here gets
      *the "switched" return from DDCOLLCT, not a collection
       CANCEL-MANDATES.
           OPEN I-O DD-MANDATES
           IF WS-MD-FILE-STATUS = '00' OR WS-MD-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE WS-NAME TO MD-DEBTOR
              MOVE LOW-VALUES TO MD-MANDATE-REF
              START DD-MANDATES KEY IS >= MD-KEY
              IF WS-MD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CANCEL-ONE-MANDATE UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE DD-MANDATES.
       CANCEL-ONE-MANDATE.
           READ DD-MANDATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MD-DEBTOR NOT = WS-NAME
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF MD-IS-ACTIVE OR MD-IS-HELD
                         MOVE 'C' TO MD-STATUS
                         REWRITE MD-RECORD
                         ADD 1 TO WS-MANDATES-CANCELLED
                      END-IF
                   END-IF
           END-READ.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SWTCHOUT' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE SW-NEW-BANK-ID TO WS-AA-BANK-ID
           MOVE SW-REDIRECT-END TO WS-AA-REDIRECT-END
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'SWTCHOUT' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
