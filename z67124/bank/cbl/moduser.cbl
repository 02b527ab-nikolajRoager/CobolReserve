      *Re-denominate an existing account into a different currency.
      *ADDUSER refuses to touch an existing ACT-NAME, so this is its
      *companion for the one thing customers actually ask to change
      *without closing and reopening the account. No overdraft may be
      *granted while the account's customer is a minor
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *accounts opened and changed after the backup
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Customer behind the account, for the minor-holder check
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
      *-------------------
       FD  RECOVERY-JOURNAL DATA RECORD IS JR-RECORD.
       COPY jrnlrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STAGING.
           05 WS-JR-ACTION PIC X(1).
       01 WS-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-IS-MINOR PIC X VALUE 'N'.
       01 WS-OPERATOR-ID PIC X(9).
      *Currency/balance before the change, for the audit entry
       01 WS-OLD-CURRENCY PIC X(3).
               GOBACK
           END-READ.

      *A minor's account carries no credit line until MINORRUN
      *converts the holder
           IF WS-SET-OVERDRAFT = 'Y' AND WS-NEW-OVERDRAFT > 0
              PERFORM CHECK-MINOR
              IF WS-IS-MINOR = 'Y'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"No overdraft for a minor"'
                 DISPLAY '}'
                 CLOSE USER-ACCOUNTS
                 GOBACK
              END-IF
           END-IF.

           MOVE ACT-CURRENCY TO WS-OLD-CURRENCY
           MOVE ACT-BALANCE TO WS-OLD-BALANCE

           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
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
