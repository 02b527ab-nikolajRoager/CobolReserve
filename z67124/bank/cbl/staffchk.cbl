      *Staff self-dealing check, CALLed by the teller-keyed posting
      *programs and by FEEREF, REVXFER and BACKVAL before they touch
      *an account. The caller names the operator keying the work and
      *the account's holders - the customer identity it belongs to
      *and any joint holder - and this answers whether either is the
      *operator themself or a connected person they declared on the
      *operator master. A linked account is refused by the caller and
      *the attempt lands in AUDITLOG under the calling program, for
      *STAFFREP. An operator not on the master has declared nothing
      *to check against; the callers' own gates decide whether such
      *an operator may act at all. Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STAFFCHK.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-IX PIC 9(1).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(21) VALUE 'SELF-DEALING REFUSED '.
           05 WS-AA-IDENTITY PIC X(9).
           05 FILLER PIC X(10) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The operator keying the work, and the program asking
           05 ARG-OPERATOR-ID PIC X(9).
           05 ARG-PROGRAM PIC X(8).
      *The account worked on and its holders: the customer identity
      *(ACT-OWNER, or the account's own name when primary) and the
      *joint holder, spaces = none
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-IDENTITY PIC X(9).
           05 ARG-SECONDARY PIC X(9).
      *Output: Y = linked to the operator, refuse the work
           05 ARG-RESULT PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-RESULT
      *Batch and customer-channel postings carry no operator
           IF ARG-OPERATOR-ID = SPACES
              GOBACK
           END-IF
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE OPERATOR-MASTER
              GOBACK
           END-IF
           MOVE ARG-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER RECORD KEY OPR-ID
           INVALID KEY
              CLOSE OPERATOR-MASTER
              GOBACK
           END-READ
           CLOSE OPERATOR-MASTER

           IF OPR-CUSTOMER NOT = SPACES
                 AND (OPR-CUSTOMER = ARG-IDENTITY
                    OR OPR-CUSTOMER = ARG-SECONDARY)
              MOVE 'Y' TO ARG-RESULT
              MOVE OPR-CUSTOMER TO WS-AA-IDENTITY
           END-IF
           PERFORM TEST-ONE-CONNECTED
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
           IF ARG-RESULT = 'Y'
              PERFORM LOG-AUDIT
           END-IF
           GOBACK.
      *Records from before the connected persons existed read as
      *garbage here - only a value matching a holder counts
       TEST-ONE-CONNECTED.
           IF OPR-CONNECTED(WS-IX) NOT = SPACES
                 AND (OPR-CONNECTED(WS-IX) = ARG-IDENTITY
                    OR OPR-CONNECTED(WS-IX) = ARG-SECONDARY)
              MOVE 'Y' TO ARG-RESULT
              MOVE OPR-CONNECTED(WS-IX) TO WS-AA-IDENTITY
           END-IF.
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE ARG-PROGRAM TO AU-PROGRAM
           MOVE ARG-ACCOUNT TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
