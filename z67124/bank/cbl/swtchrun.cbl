      *Nightly switch-out run. For every account on the SWITCHES
      *register still in its redirection period, whatever is sitting
      *on it - the balance left at the switch, and every inbound
      *credit INBCRED or a transfer has landed since - goes on to
      *the customer's new bank through OUTPAY, under the hash the
      *customer gave on the switch instruction. The new bank gets the
      *money less our fee (BEN), so the account comes down to
      *nothing. Once the period is over the account is closed the
      *way DELUSER closes one - journaled and audited - and the
      *register entry is marked closed; an account still holding
      *money it could not send is left open and reported until it
      *can be. A forwarding OUTPAY refuses is tried again next night
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SWTCHRUN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWITCH-REGISTER ASSIGN TO SWITCHES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SW-ACCOUNT
              FILE STATUS IS WS-SW-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Forward-recovery journal for the account closures
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SWITCH-REGISTER DATA RECORD IS SW-RECORD.
       COPY swchrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
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
       01 WS-SW-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      *Y = the account is on file, and what it holds right now
       01 WS-ACT-FOUND PIC X.
       01 WS-BALANCE PIC S9(12)V9(4).
       01 WS-CURRENCY PIC X(3).
       01 WS-SWITCHES-SEEN PIC 9(6) VALUE 0.
       01 WS-FORWARDED PIC 9(6) VALUE 0.
       01 WS-FORWARD-FAILED PIC 9(6) VALUE 0.
       01 WS-CLOSED PIC 9(6) VALUE 0.
       01 WS-CLOSE-PENDING PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC 9(11).9(4).
      *Summary of the account just closed, for the audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(4) VALUE 'BAL='.
           05 WS-AB-BALANCE PIC -(11)9.9999.
           05 FILLER PIC X(5) VALUE ' CCY='.
           05 WS-AB-CURRENCY PIC XXX.
      *Domicile branch, so BRANCHRP can count the closure there
           05 FILLER PIC X(4) VALUE ' BR='.
           05 WS-AB-BRANCH PIC X(4).
      *Laid out exactly like OUTPAY's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 OP-ARG-BUFFER.
           05 OP-ARG-LENGTH    PIC S9(4) COMP.
           05 OP-ARG-AMOUNT    PIC X(12)XX(4).
           05 OP-ARG-CURRENCY  PIC X(3).
           05 OP-ARG-HASH      PIC X(8).
           05 OP-ARG-BANK-ID   PIC X(9).
           05 OP-ARG-BENEFICIARY PIC X(20).
      *Forwarding never runs from a branch terminal
           05 OP-ARG-TELLER-ID PIC X(8) VALUE SPACES.
      *Our fee comes out of what is sent, so nothing is left behind
           05 OP-ARG-CHARGE-OPTION PIC X(3) VALUE 'BEN'.
           05 OP-ARG-NAME      PIC X(9).
      *Output only - OUTPAY sets this before returning
           05 OP-ARG-RESULT    PIC X(1).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'SWTCHRUN'.
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
      *No register on disk means nobody has switched out yet
           OPEN I-O SWITCH-REGISTER
           IF WS-SW-FILE-STATUS = '35'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WS-SW-FILE-STATUS NOT = '00' AND NOT = '97'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
           DISPLAY '  "error":"Switch register error ' WS-SW-FILE-STATUS
                    '"'
                 DISPLAY '}'
                 CLOSE SWITCH-REGISTER
                 MOVE 'F' TO RS-ARG-STATUS
                 PERFORM END-RUN-STATS
                 GOBACK
              END-IF
           END-IF

           PERFORM SCAN-REGISTER UNTIL WS-EOF = 'Y'

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Redirecting":' WS-SWITCHES-SEEN ','
           DISPLAY '  "Forwarded":' WS-FORWARDED ','
           DISPLAY '  "ForwardFailed":' WS-FORWARD-FAILED ','
           DISPLAY '  "Closed":' WS-CLOSED ','
           DISPLAY '  "ClosurePending":' WS-CLOSE-PENDING
           DISPLAY '}'
           IF WS-SW-FILE-STATUS NOT = '35'
              CLOSE SWITCH-REGISTER
           END-IF
           MOVE WS-SWITCHES-SEEN TO RS-ARG-READ
           MOVE WS-FORWARDED TO RS-ARG-POSTED
           MOVE WS-FORWARD-FAILED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       SCAN-REGISTER.
           READ SWITCH-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SW-IS-REDIRECTING
                      ADD 1 TO WS-SWITCHES-SEEN
                      PERFORM WORK-ONE-SWITCH
                         THRU WORK-ONE-SWITCH-EXIT
                   END-IF
           END-READ.
       WORK-ONE-SWITCH.
           PERFORM LOOK-UP-ACCOUNT
      *Closed some other way already - the redirection has nothing
      *left to do
           IF WS-ACT-FOUND = 'N'
              MOVE 'C' TO SW-STATUS
              MOVE WS-TODAY TO SW-CLOSED-DATE
              REWRITE SW-RECORD
              ADD 1 TO WS-CLOSED
              DISPLAY '{"switch-closed":"' SW-ACCOUNT
                 '","note":"account already gone"}'
              GO TO WORK-ONE-SWITCH-EXIT
           END-IF
           IF WS-BALANCE > 0
              PERFORM FORWARD-BALANCE
           END-IF
           IF WS-TODAY > SW-REDIRECT-END
              PERFORM CLOSE-SWITCHED-ACCOUNT
           END-IF.
       WORK-ONE-SWITCH-EXIT.
           EXIT.
      *The account is opened only around each look - OUTPAY (and the
      *TRNSFR under it) needs it to itself for the posting
       LOOK-UP-ACCOUNT.
           MOVE 'N' TO WS-ACT-FOUND
           MOVE 0 TO WS-BALANCE
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
              MOVE SW-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ACT-FOUND
                 MOVE ACT-BALANCE TO WS-BALANCE
                 MOVE ACT-CURRENCY TO WS-CURRENCY
              END-READ
           END-IF
           CLOSE USER-ACCOUNTS.
       FORWARD-BALANCE.
           MOVE 77 TO OP-ARG-LENGTH
           MOVE WS-BALANCE TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-ARG-AMOUNT
           MOVE WS-CURRENCY TO OP-ARG-CURRENCY
           MOVE SW-HASH TO OP-ARG-HASH
           MOVE SW-NEW-BANK-ID TO OP-ARG-BANK-ID
           MOVE SW-NEW-BENEFICIARY TO OP-ARG-BENEFICIARY
           MOVE SW-ACCOUNT TO OP-ARG-NAME
           CALL 'OUTPAY' USING OP-ARG-BUFFER
           IF OP-ARG-RESULT = 'Y'
              ADD 1 TO WS-FORWARDED
              ADD 1 TO SW-FORWARD-COUNT
              ADD WS-BALANCE TO SW-FORWARDED-AMOUNT
              REWRITE SW-RECORD
              DISPLAY '{"forwarded":"' SW-ACCOUNT '","amount":'
                 WS-AMOUNT-EDIT ',"to":"' SW-NEW-BANK-ID '"}'
           ELSE
              ADD 1 TO WS-FORWARD-FAILED
              DISPLAY '{"forward-failed":"' SW-ACCOUNT '","amount":'
                 WS-AMOUNT-EDIT '}'
           END-IF.
      *The end of the redirection period: DELUSER's zero-balance
      *closure, journaled and audited the same way
       CLOSE-SWITCHED-ACCOUNT.
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              ADD 1 TO WS-CLOSE-PENDING
              CLOSE USER-ACCOUNTS
           ELSE
              MOVE 'Y' TO WS-ACT-FOUND
              MOVE SW-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
                 MOVE 'N' TO WS-ACT-FOUND
              END-READ
              IF WS-ACT-FOUND = 'N'
                 MOVE 'C' TO SW-STATUS
                 MOVE WS-TODAY TO SW-CLOSED-DATE
                 REWRITE SW-RECORD
                 ADD 1 TO WS-CLOSED
              ELSE
              IF ACT-BALANCE NOT = 0
                 ADD 1 TO WS-CLOSE-PENDING
                 DISPLAY '{"closure-pending":"' SW-ACCOUNT
                    '","note":"balance not zero"}'
              ELSE
                 MOVE ACT-BALANCE TO WS-AB-BALANCE
                 MOVE ACT-CURRENCY TO WS-AB-CURRENCY
                 MOVE ACT-BRANCH TO WS-AB-BRANCH
                 MOVE ACT-REC TO WS-JR-BEFORE
                 DELETE USER-ACCOUNTS RECORD
                 IF WS-FILE-STATUS = '00'
                    PERFORM JOURNAL-ACCOUNT-DELETE
                    PERFORM LOG-AUDIT
                    MOVE 'C' TO SW-STATUS
                    MOVE WS-TODAY TO SW-CLOSED-DATE
                    REWRITE SW-RECORD
                    ADD 1 TO WS-CLOSED
                    DISPLAY '{"switch-closed":"' SW-ACCOUNT '"}'
                 ELSE
                    ADD 1 TO WS-CLOSE-PENDING
                 END-IF
              END-IF
              END-IF
              CLOSE USER-ACCOUNTS
           END-IF.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE 'SWTCHRUN ' TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SWTCHRUN' TO AU-PROGRAM
           MOVE SW-ACCOUNT TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE 'DELETED - SWITCH REDIRECTION ENDED' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
       JOURNAL-ACCOUNT-DELETE.
           MOVE 'D' TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'SWTCHRUN' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
