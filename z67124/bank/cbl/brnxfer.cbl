      *Supervised branch transfer: move an account's domicile to
      *another branch. The customer's other currency wallets (the
      *accounts whose ACT-OWNER is this one) move with it, so one
      *relationship never sits on two branches' books. The new
      *branch must have a vault book, the same test ADDUSER applies
      *at opening. Only an active supervisor with a live sign-on
      *session may move an account; every account moved is audited
      *(old branch before, new after) and journalled
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BRNXFER.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-NAME
           FILE STATUS IS WS-FILE-STATUS.
      *Business date and the quiesce switch
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Branch vault book - a branch exists once it has a vault day
           SELECT VAULT-BOOK ASSIGN TO VAULTBK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VL-KEY
              FILE STATUS IS WS-VL-FILE-STATUS.
      *Operator master - the role gate for this program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
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
       FD  VAULT-BOOK DATA RECORD IS VL-RECORD.
       COPY vaultrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
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
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-VL-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-NAME PIC X(9).
       01 WS-NEW-BRANCH PIC X(4).
       01 WS-OLD-BRANCH PIC X(4).
       01 WS-VALID-BRANCH PIC X.
       01 WS-EOF PIC X.
       01 WS-MOVED PIC 9(4) VALUE 0.
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(3) VALUE 'BR='.
           05 WS-AB-BRANCH PIC X(4).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(3) VALUE 'BR='.
           05 WS-AA-BRANCH PIC X(4).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-NEW-BRANCH PIC X(4).
      *Supervisor making this change - checked, and audited
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-ACCOUNT TO WS-NAME
           MOVE ARG-NEW-BRANCH TO WS-NEW-BRANCH
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           OPEN INPUT STATS
           READ STATS
           CLOSE STATS
           IF WS-STAT-FILE-STATUS = '00' AND S-IS-QUIESCED
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Bank is quiesced for backup"'
              DISPLAY '}'
              GOBACK
           END-IF
           PERFORM CHECK-BRANCH
           IF WS-VALID-BRANCH = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Branch ' WS-NEW-BRANCH ' not known"'
              DISPLAY '}'
              GOBACK
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
      *A wallet moves with its owner, never on its own
           IF ACT-OWNER NOT = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Move the owner ' ACT-OWNER
                 ' instead"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           IF ACT-BRANCH = WS-NEW-BRANCH
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Account already at that branch"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           MOVE ACT-BRANCH TO WS-OLD-BRANCH
           PERFORM MOVE-ONE-ACCOUNT
           IF WS-FILE-STATUS NOT = '00'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Writing accounts error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF

      *Then every wallet hanging off it - no owner index, so this
      *is a full walk of the account file
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM MOVE-NEXT-WALLET UNTIL WS-EOF = 'Y'
           CLOSE USER-ACCOUNTS

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Account":"' WS-NAME '",'
           DISPLAY '  "OldBranch":"' WS-OLD-BRANCH '",'
           DISPLAY '  "Branch":"' WS-NEW-BRANCH '",'
           DISPLAY '  "AccountsMoved":' WS-MOVED
           DISPLAY '}'
           GOBACK.
       MOVE-NEXT-WALLET.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACT-OWNER = WS-NAME
                         AND ACT-BRANCH NOT = WS-NEW-BRANCH
                      PERFORM MOVE-ONE-ACCOUNT
                   END-IF
           END-READ.
      *Rewrite the record in hand onto the new branch, with its
      *journal image and audit entry
       MOVE-ONE-ACCOUNT.
           MOVE ACT-BRANCH TO WS-AB-BRANCH
           MOVE ACT-REC TO WS-JR-BEFORE
           MOVE WS-NEW-BRANCH TO ACT-BRANCH
           REWRITE ACT-REC
           IF WS-FILE-STATUS = '00'
              PERFORM JOURNAL-ACCOUNT-REWRITE
              MOVE WS-NEW-BRANCH TO WS-AA-BRANCH
              PERFORM LOG-AUDIT
              ADD 1 TO WS-MOVED
           END-IF.
      *The branch must have a vault book - the first VAULTBK key
      *at or after the branch with no date must carry the branch
      *itself, same test as ADDUSER's
       CHECK-BRANCH.
           MOVE 'N' TO WS-VALID-BRANCH
           IF WS-NEW-BRANCH NOT = SPACES
              OPEN INPUT VAULT-BOOK
              IF WS-VL-FILE-STATUS = '00' OR WS-VL-FILE-STATUS = '97'
                 MOVE WS-NEW-BRANCH TO VL-BRANCH
                 MOVE 0 TO VL-DATE
                 START VAULT-BOOK KEY IS >= VL-KEY
                 IF WS-VL-FILE-STATUS = '00'
                    READ VAULT-BOOK NEXT RECORD
                    NOT AT END
                       IF VL-BRANCH = WS-NEW-BRANCH
                          MOVE 'Y' TO WS-VALID-BRANCH
                       END-IF
                    END-READ
                 END-IF
                 CLOSE VAULT-BOOK
              END-IF
           END-IF.
      *The calling operator must be on the master, active, and a
      *supervisor, with a live sign-on session behind the id. The
      *gate fails closed when the master can not be read, and a
      *refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'BRNXFER' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *One entry per account moved. Wallets move in the same
      *millisecond as their owner, so nudge the stamp until it lands
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'BRNXFER' TO AU-PROGRAM
           MOVE ACT-NAME TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              ADD 1 TO AU-MILIS
              WRITE AU-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
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
           MOVE 'BRNXFER' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
