      *Mailroom intake of returned mail. A printed document came back
      *addressee unknown: flag the customer's mail as returned, so
      *every print program diverts what it would have posted to
      *HELDMAIL (through MAILHOLD) instead of sending it to the same
      *dead address month after month, and ask the customer through
      *the outbox to update their address. Takes the identity or any
      *account under it, since the envelope may carry either. Booking
      *a second return for a customer already flagged changes nothing
      *and sends no second message. MODCUST clears the flag when the
      *new address is recorded. Audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MAILRTN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
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
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-NAME PIC X(9).
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Customer identity, or any account under it
              10 ARG-NAME PIC X(9).
      *Mailroom clerk booking the return, for the audit trail
              10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
      *An account name stands for the customer it hangs under
           MOVE ARG-NAME TO WS-NAME
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
              MOVE ARG-NAME TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 IF ACT-OWNER NOT = SPACES
                    MOVE ACT-OWNER TO WS-NAME
                 END-IF
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS

           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           MOVE WS-NAME TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer ' WS-NAME ' not found"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-READ

           IF CU-MAIL-RETURNED
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Customer":"' WS-NAME '",'
              DISPLAY '  "AlreadyFlagged":"Y",'
              DISPLAY '  "FlaggedDate":' CU-MAIL-RETURNED-DATE
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF

           MOVE 'R' TO CU-MAIL-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO CU-MAIL-RETURNED-DATE
           REWRITE CU-RECORD
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Writing customer error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           PERFORM LOG-AUDIT
           MOVE WS-NAME TO WS-OB-ACCOUNT
           MOVE "address unknown" TO WS-OB-TYPE
           MOVE 0 TO WS-OB-AMOUNT
           MOVE SPACES TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Customer":"' WS-NAME '",'
           DISPLAY '  "AlreadyFlagged":"N",'
           DISPLAY '  "FlaggedDate":' CU-MAIL-RETURNED-DATE
           DISPLAY '}'
           CLOSE CUSTOMER-MASTER
           GOBACK.
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
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'MAILRTN' TO AU-PROGRAM
           MOVE WS-NAME TO AU-TARGET
           MOVE 'MAIL GOES OUT' TO AU-BEFORE
           MOVE 'MAIL RETURNED - PRINT HELD' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
