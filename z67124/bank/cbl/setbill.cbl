      *Add or update one biller - a utility, tax office or anyone
      *else customers pay bills to through BILLPAY - in the biller
      *directory, with the change written to AUDITLOG the same way
      *SETBANK logs a correspondent. The collection account must
      *already exist in USER-ACCOUNTS and the bills are paid in its
      *currency. The customer reference mask and check-digit rule
      *set here are what BILLPAY holds every reference to
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETBILL.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLER-DIRECTORY ASSIGN TO BILLDIR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BI-CODE
           FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACT-NAME
           FILE STATUS IS WS-A-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILLER-DIRECTORY DATA RECORD IS BI-RECORD.
       COPY billdir.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-CURRENCY PIC X(3).
      *Kept from an entry already on file - a change of details must
      *not reset when the biller was last paid
       01 WS-LAST-REMIT-DATE PIC 9(8) VALUE 0.
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(5) VALUE 'ACCT='.
           05 WS-AA-ACCOUNT PIC X(9).
           05 FILLER PIC X(3) VALUE ' R='.
           05 WS-AA-CHECK-RULE PIC X(1).
           05 FILLER PIC X(3) VALUE ' S='.
           05 WS-AA-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-REF-FORMAT PIC X(17).
      *Using PARM='...' limits me to one biller a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
               10 ARG-NAME PIC X(30).
               10 ARG-ACCOUNT PIC X(9).
      *Teller/system ID making this change, for the audit trail
               10 ARG-OPERATOR-ID PIC X(9).
               10 ARG-BILLER-CODE PIC X(8).
      *Reference mask and check-digit rule, as laid out in billdir
               10 ARG-REF-FORMAT PIC X(20).
               10 ARG-CHECK-RULE PIC X(1).
      *A = taking payments, S = suspended - spaces = A
               10 ARG-STATUS PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-CHECK-RULE NOT = 'N' AND NOT = 'L' AND NOT = 'M'
                 AND NOT = SPACE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Check rule must be N, L or M"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-STATUS NOT = 'A' AND NOT = 'S' AND NOT = SPACE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Status must be A or S"'
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
              DISPLAY '  "error":"Collection account '
                 ARG-ACCOUNT ' not found"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-READ
           MOVE ACT-CURRENCY TO WS-CURRENCY
           CLOSE USER-ACCOUNTS

           OPEN I-O BILLER-DIRECTORY
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT BILLER-DIRECTORY
              CLOSE BILLER-DIRECTORY
              OPEN I-O BILLER-DIRECTORY
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Biller file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE BILLER-DIRECTORY
              GOBACK
           END-IF

           MOVE ARG-BILLER-CODE TO BI-CODE
           READ BILLER-DIRECTORY RECORD KEY BI-CODE
           INVALID KEY
              MOVE 0 TO WS-LAST-REMIT-DATE
           NOT INVALID KEY
              MOVE BI-LAST-REMIT-DATE TO WS-LAST-REMIT-DATE
           END-READ
           MOVE ARG-BILLER-CODE TO BI-CODE
           MOVE ARG-NAME TO BI-NAME
           MOVE ARG-ACCOUNT TO BI-ACCOUNT
           MOVE WS-CURRENCY TO BI-CURRENCY
           MOVE ARG-REF-FORMAT TO BI-REF-FORMAT
           MOVE ARG-CHECK-RULE TO BI-CHECK-RULE
           IF BI-CHECK-RULE = SPACE
              MOVE 'N' TO BI-CHECK-RULE
           END-IF
           MOVE ARG-STATUS TO BI-STATUS
           IF BI-STATUS = SPACE
              MOVE 'A' TO BI-STATUS
           END-IF
           MOVE WS-LAST-REMIT-DATE TO BI-LAST-REMIT-DATE
           WRITE BI-RECORD
           INVALID KEY
      *Already on file - refresh the details
              REWRITE BI-RECORD
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE BI-ACCOUNT TO WS-AA-ACCOUNT
              MOVE BI-CHECK-RULE TO WS-AA-CHECK-RULE
              MOVE BI-STATUS TO WS-AA-STATUS
              MOVE BI-REF-FORMAT TO WS-AA-REF-FORMAT
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Biller":"' BI-CODE '",'
              DISPLAY '  "Currency":"' BI-CURRENCY '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Biller file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
           END-IF
           CLOSE BILLER-DIRECTORY
           GOBACK.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETBILL' TO AU-PROGRAM
           MOVE ARG-BILLER-CODE TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
