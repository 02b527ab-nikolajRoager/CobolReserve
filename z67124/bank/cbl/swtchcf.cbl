      *Customer confirmation of a switch in. SWTCHIN recreates the
      *standing orders and direct-debit mandates from the customer's
      *old bank HELD, with no password hash; here the customer proves
      *their hash and either confirms the lot - every held order and
      *mandate on the account goes live, carrying that hash so
      *STANDRUN and DDCOLLCT can authorise each payment the way they
      *do for ones set up here - or declines it, and the held items
      *are cancelled and left in place for history. Items already
      *live or cancelled are not touched
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SWTCHCF.
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
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  STANDING-ORDERS DATA RECORD IS SO-RECORD.
       COPY sordrec.
       FD  DD-MANDATES DATA RECORD IS MD-RECORD.
       COPY ddmand.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SO-FILE-STATUS PIC XX.
       01 WS-MD-FILE-STATUS PIC XX.
       01 WS-NAME PIC X(9).
       01 WS-EOF PIC X.
       01 WS-ORDERS PIC 9(5) VALUE 0.
       01 WS-MANDATES PIC 9(5) VALUE 0.
      *Using PARM='...' limits me to one account a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-LENGTH pic S9(4) COMP.
      *C = confirm the held items, D = decline them
           05 ARG-ACTION PIC X(1).
      *The customer's own password hash - it becomes the authority
      *every confirmed order and mandate posts under
           05 ARG-HASH PIC X(8).
           05 ARG-NAME PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 9.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           IF ARG-ACTION NOT = 'C' AND NOT = 'D'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be C or D"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS ' "'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           MOVE WS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account ' WS-NAME ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ
           CLOSE USER-ACCOUNTS
      *Only the customer can turn the payments on - a hash on file
      *must be proven, the same rule TRNSFR holds a debit to
           IF ACT-PASS-HASH NOT = SPACES
                 AND ACT-PASS-HASH NOT = ARG-HASH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Password hash does not match"'
              DISPLAY '}'
              GOBACK
           END-IF

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
              PERFORM SETTLE-ONE-ORDER UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE STANDING-ORDERS

           OPEN I-O DD-MANDATES
           IF WS-MD-FILE-STATUS = '00' OR WS-MD-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE WS-NAME TO MD-DEBTOR
              MOVE LOW-VALUES TO MD-MANDATE-REF
              START DD-MANDATES KEY IS >= MD-KEY
              IF WS-MD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM SETTLE-ONE-MANDATE UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE DD-MANDATES

           IF WS-ORDERS = 0 AND WS-MANDATES = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Nothing held for confirmation on '
                 WS-NAME '"'
              DISPLAY '}'
              GOBACK
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' WS-NAME '",'
           DISPLAY '  "Action":"' ARG-ACTION '",'
           DISPLAY '  "Orders":' WS-ORDERS ','
           DISPLAY '  "Mandates":' WS-MANDATES
           DISPLAY '}'
           GOBACK.
      *The account's slice of the order file, held orders only
       SETTLE-ONE-ORDER.
           READ STANDING-ORDERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SO-FROM-NAME NOT = WS-NAME
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF SO-IS-HELD
                         IF ARG-ACTION = 'C'
                            MOVE 'Y' TO SO-ACTIVE-FLAG
                            MOVE ARG-HASH TO SO-HASH
                         ELSE
                            MOVE 'N' TO SO-ACTIVE-FLAG
                         END-IF
                         REWRITE SO-RECORD
                         ADD 1 TO WS-ORDERS
                      END-IF
                   END-IF
           END-READ.
       SETTLE-ONE-MANDATE.
           READ DD-MANDATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MD-DEBTOR NOT = WS-NAME
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF MD-IS-HELD
                         IF ARG-ACTION = 'C'
                            MOVE 'A' TO MD-STATUS
                            MOVE ARG-HASH TO MD-HASH
                         ELSE
                            MOVE 'C' TO MD-STATUS
                         END-IF
                         REWRITE MD-RECORD
                         ADD 1 TO WS-MANDATES
                      END-IF
                   END-IF
           END-READ.
