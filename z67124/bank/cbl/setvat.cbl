      *Set the VAT rate for one account service fee type on VATRATE.
      *The fee programs split every charge of that type at this rate
      *from the next posting on; a rate of 0 makes the fee exempt.
      *Every change lands in AUDITLOG with the old and new rate
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SETVAT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAT-RATES ASSIGN TO VATRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VR-FEE-TYPE
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
       FD  VAT-RATES DATA RECORD IS VR-RECORD.
       COPY vatrate.
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
       01 WS-RATE-EDIT PIC 9.9999.
      *Rate before and after, for the audit trail
       01 WS-AUDIT-BEFORE PIC X(40) VALUE SPACES.
       01 WS-AUDIT-AFTER PIC X(40) VALUE SPACES.
      *Using PARM='...' limits me to one fee type at a time, but the
      *code becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Ledger type name of the fee, as the posting program writes it
               10 ARG-FEE-TYPE PIC X(20).
      *VAT on the net fee, e.g. "0.2500"
               10 ARG-RATE PIC X(6).
      *Supervisor changing the rate, for the role gate and the
      *audit trail
               10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
      *Tax rates are supervisor work
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-FEE-TYPE = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Fee type required"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-RATE) NOT = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Rate must be a number"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O VAT-RATES
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT VAT-RATES
              CLOSE VAT-RATES
              OPEN I-O VAT-RATES
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"VAT rate file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE VAT-RATES
              GOBACK
           END-IF

           MOVE ARG-FEE-TYPE TO VR-FEE-TYPE
           READ VAT-RATES RECORD KEY VR-FEE-TYPE
           NOT INVALID KEY
              MOVE VR-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO WS-AUDIT-BEFORE
           END-READ
           MOVE ARG-FEE-TYPE TO VR-FEE-TYPE
           COMPUTE VR-RATE = FUNCTION NUMVAL(ARG-RATE)
           MOVE WS-OPERATOR-ID TO VR-SET-BY
           MOVE FUNCTION CURRENT-DATE(1:8) TO VR-SET-DATE
           WRITE VR-RECORD
           INVALID KEY
              REWRITE VR-RECORD
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE VR-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO WS-AUDIT-AFTER
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "FeeType":"' VR-FEE-TYPE '",'
              DISPLAY '  "Rate":' WS-RATE-EDIT
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"VAT rate file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
           END-IF
           CLOSE VAT-RATES
           GOBACK.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *SETPROD's trail. The fee type rides on the after summary, the
      *target being too short for it
       LOG-AUDIT.
           MOVE VR-FEE-TYPE TO WS-AUDIT-AFTER(8:20)
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SETVAT' TO AU-PROGRAM
           MOVE 'VATRATE' TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the rate decides what the bank owes the tax
      *authority, so the gate fails closed when the master can not
      *be read. A refused call is itself logged
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
           MOVE 'SETVAT' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
