      *Nightly batch job: convert every minor customer whose 18th
      *birthday (CU-MAJORITY-DATE) has arrived by the business date.
      *The guardian's power of attorney on each of the holder's
      *accounts - the minor's own and every currency wallet owned
      *under it - is revoked, cards held down to the minor cap get
      *back the limit the branch asked for, the customer record
      *drops the minor flag (the guardian's identity stays on it for
      *history), and both the new adult and the guardian are sent a
      *notice through the outbox. Overdrafts are not granted here -
      *the restriction simply stops applying and MODUSER may grant
      *one from now on. More customers coming of age than the table
      *holds are picked up the next night, still flagged
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MINORRUN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *The guardian's authority on each account lives here
           SELECT POA-REGISTER ASSIGN TO POAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PO-KEY
              FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-CARD-ID
              FILE STATUS IS WS-CR-FILE-STATUS.
      *Business date - a customer comes of age by the bank's day,
      *not the machine's
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  POA-REGISTER DATA RECORD IS PO-RECORD.
       COPY poarec.
       FD  CARD-MASTER DATA RECORD IS CR-RECORD.
       COPY cardrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-CR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-KYC-NAME PIC X(9).
       01 WS-CONVERTED PIC 9(6) VALUE 0.
       01 WS-POA-REVOKED PIC 9(6) VALUE 0.
       01 WS-CARDS-RESTORED PIC 9(6) VALUE 0.
      *The customers coming of age tonight, gathered on the first
      *pass so the account and card files are each walked once
       01 WS-COMING-OF-AGE.
           05 WS-CA-COUNT PIC 9(3) VALUE 0.
           05 WS-CA-ENTRY OCCURS 500 TIMES.
               10 WS-CA-NAME PIC X(9).
               10 WS-CA-GUARDIAN PIC X(9).
       01 WS-CA-IX PIC 9(3).
       01 WS-CA-FOUND PIC 9(3).
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'MINORRUN'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM FIND-COMING-OF-AGE UNTIL WS-EOF = 'Y'

           IF WS-CA-COUNT > 0
              PERFORM REVOKE-GUARDIAN-AUTHORITY
              PERFORM RESTORE-CARD-LIMITS
              MOVE 0 TO WS-CA-IX
              PERFORM CONVERT-ONE-CUSTOMER WS-CA-COUNT TIMES
           END-IF
           CLOSE CUSTOMER-MASTER
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CustomersConverted":' WS-CONVERTED ','
           DISPLAY '  "AuthoritiesRevoked":' WS-POA-REVOKED ','
           DISPLAY '  "CardLimitsRestored":' WS-CARDS-RESTORED
           DISPLAY '}'
           MOVE WS-CA-COUNT TO RS-ARG-READ
           MOVE WS-CONVERTED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       FIND-COMING-OF-AGE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CU-IS-MINOR
                         AND CU-MAJORITY-DATE NUMERIC
                         AND CU-MAJORITY-DATE <= WS-TODAY
                         AND WS-CA-COUNT < 500
                      ADD 1 TO WS-CA-COUNT
                      MOVE CU-NAME TO WS-CA-NAME(WS-CA-COUNT)
                      MOVE CU-GUARDIAN TO WS-CA-GUARDIAN(WS-CA-COUNT)
                   END-IF
           END-READ.
      *Walk every account; one held under a converting customer has
      *its guardian authority revoked. Revoked, not deleted - the
      *register keeps its history the way POAMNT leaves it
       REVOKE-GUARDIAN-AUTHORITY.
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
           ELSE
              OPEN I-O POA-REGISTER
              IF WS-PO-FILE-STATUS NOT = '00' AND NOT = '97'
                 CLOSE POA-REGISTER
              ELSE
                 MOVE 'N' TO WS-EOF
                 MOVE LOW-VALUES TO ACT-NAME
                 START USER-ACCOUNTS KEY IS >= ACT-NAME
                 IF WS-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                 END-IF
                 PERFORM REVOKE-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
                 CLOSE POA-REGISTER
              END-IF
              CLOSE USER-ACCOUNTS
           END-IF.
       REVOKE-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM FIND-ACCOUNT-CUSTOMER
                   IF WS-CA-FOUND > 0
                      MOVE ACT-NAME TO PO-ACCOUNT
                      MOVE WS-CA-GUARDIAN(WS-CA-FOUND) TO PO-ATTORNEY
                      READ POA-REGISTER RECORD KEY PO-KEY
                      NOT INVALID KEY
                         IF PO-IS-ACTIVE
                            MOVE 'R' TO PO-STATUS
                            REWRITE PO-RECORD
                            ADD 1 TO WS-POA-REVOKED
                         END-IF
                      END-READ
                   END-IF
           END-READ.
      *Walk the card master; a card held down to the minor cap whose
      *account belongs to a converting customer gets the limit the
      *branch originally asked for
       RESTORE-CARD-LIMITS.
           OPEN I-O CARD-MASTER
           IF WS-CR-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE CARD-MASTER
           ELSE
              OPEN INPUT USER-ACCOUNTS
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CR-CARD-ID
              START CARD-MASTER KEY IS >= CR-CARD-ID
              IF WS-CR-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM RESTORE-ONE-CARD UNTIL WS-EOF = 'Y'
              CLOSE USER-ACCOUNTS
              CLOSE CARD-MASTER
           END-IF.
       RESTORE-ONE-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CR-IS-MINOR-CAPPED
                      MOVE CR-ACCOUNT TO ACT-NAME
                      READ USER-ACCOUNTS RECORD KEY ACT-NAME
                      INVALID KEY
                         MOVE 0 TO WS-CA-FOUND
                      NOT INVALID KEY
                         PERFORM FIND-ACCOUNT-CUSTOMER
                      END-READ
                      IF WS-CA-FOUND > 0
                         MOVE CR-ASKED-LIMIT TO CR-DAILY-LIMIT
                         MOVE 'N' TO CR-MINOR-CAP-FLAG
                         REWRITE CR-RECORD
                         ADD 1 TO WS-CARDS-RESTORED
                      END-IF
                   END-IF
           END-READ.
      *The customer behind the account in the buffer is its owner
      *when it is a currency wallet, otherwise the account's own name
       FIND-ACCOUNT-CUSTOMER.
           IF ACT-OWNER NOT = SPACES
              MOVE ACT-OWNER TO WS-KYC-NAME
           ELSE
              MOVE ACT-NAME TO WS-KYC-NAME
           END-IF
           MOVE 0 TO WS-CA-FOUND
           MOVE 0 TO WS-CA-IX
           PERFORM FIND-ONE-CUSTOMER WS-CA-COUNT TIMES.
       FIND-ONE-CUSTOMER.
           ADD 1 TO WS-CA-IX
           IF WS-CA-NAME(WS-CA-IX) = WS-KYC-NAME
              MOVE WS-CA-IX TO WS-CA-FOUND
           END-IF.
      *Last of all the customer record itself, so a run that dies
      *part way leaves the customer flagged and the next night
      *finishes the job
       CONVERT-ONE-CUSTOMER.
           ADD 1 TO WS-CA-IX
           MOVE WS-CA-NAME(WS-CA-IX) TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'N' TO CU-MINOR-FLAG
              REWRITE CU-RECORD
              ADD 1 TO WS-CONVERTED
              PERFORM LOG-AUDIT
              MOVE CU-NAME TO WS-OB-ACCOUNT
              MOVE "came of age" TO WS-OB-TYPE
              MOVE 0 TO WS-OB-AMOUNT
              MOVE SPACES TO WS-OB-CCY
              PERFORM WRITE-OUTBOX-EVENT
              IF CU-GUARDIAN NOT = SPACES
                 MOVE CU-GUARDIAN TO WS-OB-ACCOUNT
                 MOVE "guardian released" TO WS-OB-TYPE
                 PERFORM WRITE-OUTBOX-EVENT
              END-IF
           END-READ.
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
      *Same append-only idiom as the other audit writers, under the
      *batch job's own name
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE 'MINORRUN ' TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'MINORRUN' TO AU-PROGRAM
           MOVE CU-NAME TO AU-TARGET
           MOVE CU-GUARDIAN TO AU-BEFORE
           MOVE 'CAME OF AGE - GUARDIAN RELEASED' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              ADD 1 TO AU-MILIS
              WRITE AU-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE AUDIT-LOG.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
