      *Set or withdraw one entry on the service-charge tariff - the
      *flat charge SVCCHG takes for a counter service (statement
      *reprint, cheque book, stop order, legal hold...) from an
      *account held in the given currency. Withdrawing leaves the
      *entry on file marked W, so the service goes uncharged from then
      *on. Every change lands in AUDITLOG with the old and new charge
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETSVC.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-TARIFF ASSIGN TO SVCTARIF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SV-KEY
              FILE STATUS IS WS-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
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
       FD  SERVICE-TARIFF DATA RECORD IS SV-RECORD.
       COPY svctarf.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.99.
      *Entry before and after, for the audit trail
       01 WS-AUDIT-SUMMARY.
           05 WS-AS-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AS-CHARGE PIC Z(10)9.9999.
           05 FILLER PIC X(22) VALUE SPACES.
       01 WS-AUDIT-BEFORE PIC X(40) VALUE SPACES.
      *Using PARM='...' limits me to one entry at a time, but the
      *code becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *S = set the charge, W = withdraw the entry
               10 ARG-ACTION PIC X(1).
               10 ARG-SERVICE-CODE PIC X(8).
               10 ARG-CURRENCY PIC X(3).
      *Flat charge in ARG-CURRENCY, ignored on a withdrawal
               10 ARG-CHARGE PIC X(12)XX(4).
               10 ARG-DESCRIPTION PIC X(30).
      *Supervisor changing the tariff, for the role gate and the
      *audit trail
               10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
      *Tariff changes are supervisor work
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION NOT = 'S' AND NOT = 'W'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be S or W"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-SERVICE-CODE = SPACES OR ARG-CURRENCY = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Service code and currency required"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION = 'S'
                 AND FUNCTION TEST-NUMVAL(ARG-CHARGE) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Charge must be a number"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN I-O SERVICE-TARIFF
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT SERVICE-TARIFF
              CLOSE SERVICE-TARIFF
              OPEN I-O SERVICE-TARIFF
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Tariff file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE SERVICE-TARIFF
              GOBACK
           END-IF
           IF ARG-ACTION = 'W'
              PERFORM WITHDRAW-ENTRY
           ELSE
              PERFORM SET-ENTRY
           END-IF
           CLOSE SERVICE-TARIFF
           GOBACK.
      *Write the entry, or overwrite the one already there
       SET-ENTRY.
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE ARG-SERVICE-CODE TO SV-CODE
           MOVE ARG-CURRENCY TO SV-CURRENCY
           READ SERVICE-TARIFF RECORD KEY SV-KEY
           NOT INVALID KEY
              PERFORM BUILD-AUDIT-SUMMARY
              MOVE WS-AUDIT-SUMMARY TO WS-AUDIT-BEFORE
           END-READ
           MOVE ARG-SERVICE-CODE TO SV-CODE
           MOVE ARG-CURRENCY TO SV-CURRENCY
           IF ARG-DESCRIPTION NOT = SPACES
                 OR WS-AUDIT-BEFORE = SPACES
              MOVE ARG-DESCRIPTION TO SV-DESCRIPTION
           END-IF
           COMPUTE SV-CHARGE = FUNCTION NUMVAL(ARG-CHARGE)
           MOVE 'A' TO SV-STATUS
           MOVE WS-OPERATOR-ID TO SV-SET-BY
           MOVE WS-TODAY TO SV-SET-DATE
           WRITE SV-RECORD
           INVALID KEY
              REWRITE SV-RECORD
           END-WRITE
           PERFORM SHOW-RESULT.
       WITHDRAW-ENTRY.
           MOVE ARG-SERVICE-CODE TO SV-CODE
           MOVE ARG-CURRENCY TO SV-CURRENCY
           READ SERVICE-TARIFF RECORD KEY SV-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No tariff entry for that service"'
              DISPLAY '}'
           NOT INVALID KEY
              PERFORM BUILD-AUDIT-SUMMARY
              MOVE WS-AUDIT-SUMMARY TO WS-AUDIT-BEFORE
              MOVE 'W' TO SV-STATUS
              MOVE WS-OPERATOR-ID TO SV-SET-BY
              MOVE WS-TODAY TO SV-SET-DATE
              REWRITE SV-RECORD
              PERFORM SHOW-RESULT
           END-READ.
       SHOW-RESULT.
           IF WS-FILE-STATUS = '00'
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "ServiceCode":"' SV-CODE '",'
              DISPLAY '  "Currency":"' SV-CURRENCY '",'
              DISPLAY '  "Description":"' SV-DESCRIPTION '",'
              MOVE SV-CHARGE TO WS-AMOUNT-EDIT
              DISPLAY '  "Charge":' WS-AMOUNT-EDIT ','
              DISPLAY '  "Status":"' SV-STATUS '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Tariff file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
           END-IF.
       BUILD-AUDIT-SUMMARY.
           MOVE SV-STATUS TO WS-AS-STATUS
           MOVE SV-CHARGE TO WS-AS-CHARGE.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SETPROD's trail. The target carries the service code; the
      *currency rides on the summary's tail
       LOG-AUDIT.
           PERFORM BUILD-AUDIT-SUMMARY
           MOVE SV-CURRENCY TO WS-AUDIT-SUMMARY(38:3)
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETSVC' TO AU-PROGRAM
           MOVE SV-CODE TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-SUMMARY TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the tariff sets what customers are charged, so
      *the gate fails closed when the master can not be read. A
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
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETSVC' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
