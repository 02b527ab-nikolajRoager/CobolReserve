      *Add or update one correspondent bank in the destination
      *directory, with the change written to AUDITLOG the same way
      *the other admin programs log theirs. The nostro mirror account
      *must already exist in USER-ACCOUNTS. Our outbound payment fee
      *and the correspondent's expected charge are set here too
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-OUR-FEE PIC 9(7)V9(4) VALUE 0.
       01 WS-CORR-CHARGE PIC 9(7)V9(4) VALUE 0.
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(7) VALUE 'NOSTRO='.
           05 WS-AA-NOSTRO PIC X(9).
           05 FILLER PIC X(3) VALUE ' F='.
           05 WS-AA-OUR-FEE PIC Z(4)9.99.
           05 FILLER PIC X(3) VALUE ' C='.
           05 WS-AA-CORR-CHARGE PIC Z(4)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
      *Using PARM='...' limits me to one bank a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
      *Teller/system ID making this change, for the audit trail
               10 ARG-OPERATOR-ID PIC X(9).
               10 ARG-BANK-ID PIC X(9).
      *Our fee and the correspondent's expected charge per outbound
      *payment, in the payment's currency - spaces = none
               10 ARG-OUR-FEE PIC X(10).
               10 ARG-CORR-CHARGE PIC X(10).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-OUR-FEE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(ARG-OUR-FEE) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Fee is not a valid number"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-OUR-FEE = FUNCTION NUMVAL(ARG-OUR-FEE)
           END-IF
           IF ARG-CORR-CHARGE NOT = SPACES
              IF FUNCTION TEST-NUMVAL(ARG-CORR-CHARGE) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Charge is not a valid number"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-CORR-CHARGE = FUNCTION NUMVAL(ARG-CORR-CHARGE)
           END-IF

           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
           MOVE ARG-BANK-ID TO BD-BANK-ID
           MOVE ARG-NAME TO BD-NAME
           MOVE ARG-NOSTRO-ACCOUNT TO BD-NOSTRO-ACCOUNT
           MOVE WS-OUR-FEE TO BD-OUR-FEE
           MOVE WS-CORR-CHARGE TO BD-CORR-CHARGE
           WRITE BD-RECORD
           INVALID KEY
      *Already on file - refresh the details
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE BD-NOSTRO-ACCOUNT TO WS-AA-NOSTRO
              MOVE BD-OUR-FEE TO WS-AA-OUR-FEE
              MOVE BD-CORR-CHARGE TO WS-AA-CORR-CHARGE
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
