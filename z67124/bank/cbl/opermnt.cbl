      *Add or update one operator on the operator master, with the
      *change written to AUDITLOG the same way the other admin
      *programs log theirs. Seed the first supervisor before turning
      *the role gates on - the gates fail closed. The operator's own
      *customer identity and declared connected persons are kept
      *here too, for the self-dealing checks
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 WS-AA-ROLE PIC X(1).
           05 FILLER PIC X(8) VALUE ' ACTIVE='.
           05 WS-AA-ACTIVE PIC X(1).
           05 FILLER PIC X(6) VALUE ' CUST='.
           05 WS-AA-CUSTOMER PIC X(9).
           05 FILLER PIC X(7) VALUE ' LINKS='.
           05 WS-AA-LINKS PIC 9(1).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-IX PIC 9(1).
      *Using PARM='...' limits me to one operator a time, but the
      *code becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
               10 ARG-NAME PIC X(20).
      *T = teller, S = supervisor, C = compliance
               10 ARG-ROLE PIC X(1).
      *Y = active, N = suspended
               10 ARG-ACTIVE PIC X(1).
      *operator without one can not sign on until it is set) - this
      *program has always refreshed every field it carries
               10 ARG-PASS-HASH PIC X(8).
      *The operator's own customer id and up to five declared
      *connected persons' customer ids, spaces = none
               10 ARG-CUSTOMER PIC X(9).
               10 ARG-CONNECTED PIC X(9) OCCURS 5 TIMES.
               10 ARG-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-ROLE NOT = 'T' AND NOT = 'S' AND NOT = 'C'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Role must be T, S or C"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE ARG-NAME TO OPR-NAME
           MOVE ARG-ROLE TO OPR-ROLE
           MOVE ARG-PASS-HASH TO OPR-PASS-HASH
           MOVE ARG-CUSTOMER TO OPR-CUSTOMER
           MOVE 0 TO WS-AA-LINKS
           PERFORM COPY-ONE-CONNECTED
              VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 5
           IF ARG-ACTIVE = 'N'
              MOVE 'N' TO OPR-ACTIVE
           ELSE
           IF WS-FILE-STATUS = '00'
              MOVE OPR-ROLE TO WS-AA-ROLE
              MOVE OPR-ACTIVE TO WS-AA-ACTIVE
              MOVE OPR-CUSTOMER TO WS-AA-CUSTOMER
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
           END-IF
           CLOSE OPERATOR-MASTER
           GOBACK.
       COPY-ONE-CONNECTED.
           MOVE ARG-CONNECTED(WS-IX) TO OPR-CONNECTED(WS-IX)
           IF ARG-CONNECTED(WS-IX) NOT = SPACES
              ADD 1 TO WS-AA-LINKS
           END-IF.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
