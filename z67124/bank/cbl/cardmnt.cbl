      *customer has it in hand, or block it the minute it is reported
      *lost - each action written to AUDITLOG the same way the other
      *admin programs log theirs. Blocking one card leaves the
      *account, and the customer's mobile pay, alone. A card issued
      *on a minor's account has its daily limit held down to the
      *STATFILE minor cap, the limit asked for kept aside for
      *MINORRUN to restore at majority
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Customer behind the account, for the minor-holder cap
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *The minor card cap lives here
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY acctrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-IS-MINOR PIC X VALUE 'N'.
       01 WS-MINOR-CAP PIC 9(11)V9(4).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-AUDIT-BEFORE PIC X(40).
       01 WS-AUDIT-AFTER PIC X(40).
                 CLOSE USER-ACCOUNTS
                 GOBACK
              END-READ
              PERFORM CHECK-MINOR
              CLOSE USER-ACCOUNTS
           END-IF
           MOVE ARG-CARD-ID TO CR-CARD-ID
           MOVE 'Y' TO CR-CTLS-FLAG
           MOVE 0 TO CR-CUST-LIMIT
           MOVE 'N' TO CR-RENEWED-FLAG
           MOVE 'N' TO CR-MINOR-CAP-FLAG
           MOVE CR-DAILY-LIMIT TO CR-ASKED-LIMIT
      *A minor's card never spends more a day than the cap - no
      *per-card limit (0) counts as above it
           IF WS-IS-MINOR = 'Y'
              PERFORM GET-MINOR-CAP
              IF CR-DAILY-LIMIT = 0 OR CR-DAILY-LIMIT > WS-MINOR-CAP
                 MOVE WS-MINOR-CAP TO CR-DAILY-LIMIT
                 MOVE 'Y' TO CR-MINOR-CAP-FLAG
              END-IF
           END-IF
           WRITE CR-RECORD
           INVALID KEY
              DISPLAY '{'
           END-WRITE
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE 'ISSUED' TO WS-AUDIT-AFTER
           IF CR-IS-MINOR-CAPPED
              MOVE 'ISSUED MINOR CAP' TO WS-AUDIT-AFTER
           END-IF
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The customer behind the account is its owner when it is a
      *currency wallet, otherwise the account's own name. No customer
      *file, or no record, reads as an adult
       CHECK-MINOR.
           MOVE 'N' TO WS-IS-MINOR
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS = '00' OR WS-CU-FILE-STATUS = '97'
              IF ACT-OWNER NOT = SPACES
                 MOVE ACT-OWNER TO CU-NAME
              ELSE
                 MOVE ACT-NAME TO CU-NAME
              END-IF
              READ CUSTOMER-MASTER RECORD KEY CU-NAME
              NOT INVALID KEY
                 IF CU-IS-MINOR
                    MOVE 'Y' TO WS-IS-MINOR
                 END-IF
              END-READ
              CLOSE CUSTOMER-MASTER
           END-IF.
      *One tolerant read of the bank-wide record, non-numeric = 50
       GET-MINOR-CAP.
           MOVE 50 TO WS-MINOR-CAP
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF FUNCTION TEST-NUMVAL(S-MINOR-CARD-LIMIT) = 0
                 COMPUTE WS-MINOR-CAP
                    = FUNCTION NUMVAL(S-MINOR-CARD-LIMIT)
              END-IF
           END-IF
           CLOSE STATS.
