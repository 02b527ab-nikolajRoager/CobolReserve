      *Merge a duplicate customer identity into the surviving one,
      *once compliance has settled a DUPSCAN pair. Every account that
      *hangs off the duplicate - its own primary account and every
      *currency wallet owned under it - has ACT-OWNER pointed at the
      *survivor, so KYC, SCVEXT and LCASHREP see one person from then
      *on; the duplicate's customer record is closed, left in place
      *with the survivor named in CU-MERGED-INTO. Supervisor work,
      *every account moved and the closure itself audited
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CUSTMRG.
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
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Forward-recovery journal - a maintenance REWRITE is as
      *replayable as a posting one
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
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
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ERROR PIC X(40).
       01 WS-MOVED PIC 9(6) VALUE 0.
       01 WS-OLD-STATUS PIC X(1).
       01 WS-OLD-OWNER PIC X(9).
      *Before/after images for one account moved
       01 WS-AUDIT-OWNER.
           05 FILLER PIC X(6) VALUE 'OWNER='.
           05 WS-AO-OWNER PIC X(9).
       01 WS-AUDIT-MERGED.
           05 FILLER PIC X(12) VALUE 'MERGED INTO '.
           05 WS-AM-SURVIVOR PIC X(9).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Identity that stays, and the duplicate folded into it
              10 ARG-SURVIVOR PIC X(9).
              10 ARG-DUPLICATE PIC X(9).
              10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF

           MOVE SPACES TO WS-ERROR
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
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Account file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           PERFORM CHECK-MERGE THRU CHECK-MERGE-EXIT
           IF WS-ERROR NOT = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"' FUNCTION TRIM(WS-ERROR) '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF

      *Accounts first, the customer record last - a merge that dies
      *part way leaves the duplicate open and simply runs again
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM MOVE-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
           CLOSE USER-ACCOUNTS

           MOVE ARG-DUPLICATE TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           NOT INVALID KEY
              MOVE CU-STATUS TO WS-OLD-STATUS
              MOVE 'C' TO CU-STATUS
              MOVE ARG-SURVIVOR TO CU-MERGED-INTO
              MOVE FUNCTION CURRENT-DATE(1:8) TO CU-CLOSED-DATE
              REWRITE CU-RECORD
           END-READ
           CLOSE CUSTOMER-MASTER
           MOVE ARG-DUPLICATE TO AU-TARGET
           MOVE WS-OLD-STATUS TO AU-BEFORE
           MOVE ARG-SURVIVOR TO WS-AM-SURVIVOR
           MOVE WS-AUDIT-MERGED TO AU-AFTER
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Survivor":"' ARG-SURVIVOR '",'
           DISPLAY '  "Duplicate":"' ARG-DUPLICATE '",'
           DISPLAY '  "AccountsMoved":' WS-MOVED
           DISPLAY '}'
           GOBACK.
      *Both identities on file and distinct; the duplicate neither
      *closed already nor deceased (the estate is settled under the
      *identity it was notified on); the survivor active and holding
      *a primary account of its own, the account a moved wallet's
      *ACT-OWNER has to point at
       CHECK-MERGE.
           IF ARG-SURVIVOR = ARG-DUPLICATE
              MOVE 'Survivor and duplicate are the same' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-IF
           MOVE ARG-DUPLICATE TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              MOVE 'Duplicate customer not found' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-READ
           IF CU-IS-CLOSED OR CU-IS-DECEASED
              MOVE 'Duplicate customer is not open' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-IF
           MOVE ARG-SURVIVOR TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              MOVE 'Surviving customer not found' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-READ
           IF NOT CU-IS-ACTIVE
              MOVE 'Surviving customer is not active' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-IF
           MOVE ARG-SURVIVOR TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'Surviving customer has no account' TO WS-ERROR
              GO TO CHECK-MERGE-EXIT
           END-READ
           IF ACT-OWNER NOT = SPACES
              MOVE 'Survivor account is a wallet' TO WS-ERROR
           END-IF.
       CHECK-MERGE-EXIT.
           EXIT.
      *The duplicate's own primary account carries no owner, its
      *wallets carry the duplicate - both now carry the survivor
       MOVE-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACT-OWNER = ARG-DUPLICATE
                         OR (ACT-NAME = ARG-DUPLICATE
                            AND ACT-OWNER = SPACES)
                      MOVE ACT-OWNER TO WS-OLD-OWNER
                      MOVE ACT-REC TO WS-JR-BEFORE
                      MOVE ARG-SURVIVOR TO ACT-OWNER
                      REWRITE ACT-REC
                      PERFORM JOURNAL-ACCOUNT-REWRITE
                      ADD 1 TO WS-MOVED
                      MOVE ACT-NAME TO AU-TARGET
                      MOVE WS-OLD-OWNER TO WS-AO-OWNER
                      MOVE WS-AUDIT-OWNER TO AU-BEFORE
                      MOVE ARG-SURVIVOR TO WS-AO-OWNER
                      MOVE WS-AUDIT-OWNER TO AU-AFTER
                      PERFORM LOG-AUDIT
                   END-IF
           END-READ.
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
           MOVE 'CUSTMRG' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Same append-only idiom as the other audit writers; the caller
      *fills target and images. One merge writes several entries in
      *quick succession, so a clash on the millisecond moves on one
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'CUSTMRG' TO AU-PROGRAM
           WRITE AU-RECORD
           INVALID KEY
              ADD 1 TO AU-MILIS
              WRITE AU-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
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
      *The id alone is not enough any more: a live SIGNON session
      *must stand behind it, or the gate stays shut
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
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'CUSTMRG' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
