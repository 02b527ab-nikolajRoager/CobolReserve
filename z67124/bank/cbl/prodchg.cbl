      *Move an existing account onto a different catalogue product.
      *The new product must be in force today and still on sale; the
      *account takes the product's type, and a credit line above the
      *product's overdraft ceiling is cut back to the ceiling. Every
      *move is audited (old product before, new after) and the
      *customer is told, with the new maintenance fee, through the
      *notification outbox. An escrow account is locked to its case
      *and can not be moved
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRODCHG.
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
      *Business date and the quiesce switch
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *Forward-recovery journal - a maintenance REWRITE is as
      *replayable as a posting one
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
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
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-NAME PIC X(9).
       01 WS-NEW-PRODUCT PIC X(8).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      *Y = the credit line was cut back to the product ceiling
       01 WS-OD-CAPPED PIC X VALUE 'N'.
       01 WS-AMOUNT-EDIT PIC Z(10)9.99.
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(5) VALUE 'PROD='.
           05 WS-AB-PRODUCT PIC X(8).
           05 FILLER PIC X(6) VALUE ' TYPE='.
           05 WS-AB-TYPE PIC X(1).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(5) VALUE 'PROD='.
           05 WS-AA-PRODUCT PIC X(8).
           05 FILLER PIC X(6) VALUE ' TYPE='.
           05 WS-AA-TYPE PIC X(1).
      *Laid out exactly like PRODTERM's own LINKAGE SECTION
       01 PT-ARG-BUFFER.
           05 PT-ARG-PRODUCT-CODE PIC X(8).
           05 PT-ARG-ON-DATE PIC 9(8).
           05 PT-ARG-ACCOUNT-TYPE PIC X(1).
           05 PT-ARG-FOUND PIC X(1).
           05 PT-ARG-PRODUCT-NAME PIC X(20).
           05 PT-ARG-PRODUCT-TYPE PIC X(1).
           05 PT-ARG-CREDIT-RATE PIC 9V9999.
           05 PT-ARG-DEBIT-RATE PIC 9V9999.
           05 PT-ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 PT-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PT-ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 PT-ARG-PRODUCT-STATUS PIC X(1).
           05 PT-ARG-EFFECTIVE-DATE PIC 9(8).
           05 PT-ARG-NOTICE-DAYS PIC 9(3).
           05 PT-ARG-BONUS-RATE PIC 9V9999.
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-NEW-PRODUCT PIC X(8).
      *Teller/system ID making this change, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-ACCOUNT TO WS-NAME
           MOVE ARG-NEW-PRODUCT TO WS-NEW-PRODUCT
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF WS-NEW-PRODUCT = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"New product required"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF S-IS-QUIESCED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bank is quiesced for backup"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF

           OPEN I-O USER-ACCOUNTS
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
              DISPLAY '  "error":"Account ' WS-NAME ' not found "'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ
           IF ACT-IS-ESCROW
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Escrow account can not be moved"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           IF ACT-PRODUCT-CODE = WS-NEW-PRODUCT
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account already on that product"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF

      *Only a product in force today and still on sale takes new
      *accounts
           MOVE WS-NEW-PRODUCT TO PT-ARG-PRODUCT-CODE
           MOVE WS-TODAY TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           IF PT-ARG-FOUND NOT = 'Y'
                 OR PT-ARG-PRODUCT-STATUS NOT = 'A'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Product ' WS-NEW-PRODUCT
                 ' not on sale"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF

           MOVE ACT-PRODUCT-CODE TO WS-AB-PRODUCT
           MOVE ACT-TYPE TO WS-AB-TYPE
           MOVE ACT-REC TO WS-JR-BEFORE
           MOVE WS-NEW-PRODUCT TO ACT-PRODUCT-CODE
           MOVE PT-ARG-PRODUCT-TYPE TO ACT-TYPE
           IF PT-ARG-OVERDRAFT-CEILING > 0
                 AND ACT-OVERDRAFT-LIMIT > PT-ARG-OVERDRAFT-CEILING
              MOVE PT-ARG-OVERDRAFT-CEILING TO ACT-OVERDRAFT-LIMIT
              MOVE 'Y' TO WS-OD-CAPPED
           END-IF
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Writing accounts error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           CLOSE USER-ACCOUNTS

           MOVE ACT-PRODUCT-CODE TO WS-AA-PRODUCT
           MOVE ACT-TYPE TO WS-AA-TYPE
           PERFORM LOG-AUDIT
      *Tell the customer, quoting the fee the new product carries
           MOVE ACT-NAME TO WS-OB-ACCOUNT
           MOVE "product changed" TO WS-OB-TYPE
           MOVE PT-ARG-MAINTENANCE-FEE TO WS-OB-AMOUNT
           MOVE ACT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' ACT-NAME '",'
           DISPLAY '  "OldProduct":"' WS-AB-PRODUCT '",'
           DISPLAY '  "Product":"' ACT-PRODUCT-CODE '",'
           DISPLAY '  "ProductName":"' PT-ARG-PRODUCT-NAME '",'
           DISPLAY '  "AccountType":"' ACT-TYPE '",'
           MOVE ACT-OVERDRAFT-LIMIT TO WS-AMOUNT-EDIT
           DISPLAY '  "OverdraftLimit":' WS-AMOUNT-EDIT ','
           IF WS-OD-CAPPED = 'Y'
              DISPLAY '  "OverdraftCapped":1'
           ELSE
              DISPLAY '  "OverdraftCapped":0'
           END-IF
           DISPLAY '}'
           GOBACK.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *MODUSER's trail
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'PRODCHG' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *Append one event to the notification outbox, the same shape
      *FEESWEP uses
       WRITE-OUTBOX-EVENT.
           OPEN I-O NOTIFY-OUTBOX
           IF WS-OB-FILE-STATUS = '35'
              OPEN OUTPUT NOTIFY-OUTBOX
              CLOSE NOTIFY-OUTBOX
              OPEN I-O NOTIFY-OUTBOX
           END-IF
           MOVE WS-OB-ACCOUNT TO OB-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO OB-TIME-STAMP
           MOVE WS-OB-TYPE TO OB-EVENT-TYPE
           MOVE WS-OB-AMOUNT TO OB-AMOUNT
           MOVE WS-OB-CCY TO OB-CURRENCY
           MOVE 'N' TO OB-STATUS
           WRITE OB-RECORD
           INVALID KEY
              ADD 1 TO OB-MILIS
              WRITE OB-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE NOTIFY-OUTBOX.
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
           MOVE 'PRODCHG' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
