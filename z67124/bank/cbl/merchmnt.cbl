      *Add or update one merchant on the acquiring master, with the
      *change written to AUDITLOG the same way the other admin
      *programs log theirs. The merchant's category code is set here
      *too; its name and watch flag are MCCMNT's. So is the rolling
      *reserve MERCHSET holds back from a risky merchant's nets
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
      *Account, interchange, category and reserve rate/days - every
      *byte of AU-AFTER is spoken for
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(2) VALUE 'A='.
           05 WS-AA-ACCOUNT PIC X(9).
           05 FILLER PIC X(3) VALUE ' R='.
           05 WS-AA-RATE PIC 9.9999.
           05 FILLER PIC X(3) VALUE ' M='.
           05 WS-AA-MCC PIC X(4).
           05 FILLER PIC X(3) VALUE ' V='.
           05 WS-AA-RESERVE PIC 9.9999.
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-AA-RESERVE-DAYS PIC 9(3).
      *Using PARM='...' limits me to one merchant a time, but the
      *code becomes cleaner
       LINKAGE SECTION.
      *Teller/system ID making this change, for the audit trail
               10 ARG-OPERATOR-ID PIC X(9).
               10 ARG-ID PIC X(9).
      *Merchant category code (ISO 18245), spaces = unclassified
               10 ARG-MCC PIC X(4).
      *Rolling reserve share of each day's net, e.g. 0.1000, and the
      *days it is held. Spaces = no reserve
               10 ARG-RESERVE-RATE PIC X(6).
               10 ARG-RESERVE-DAYS PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-MCC NOT = SPACES AND ARG-MCC NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Category code must be 4 digits"'
              DISPLAY '}'
              GOBACK
           END-IF
      *A reserve needs both halves - a share with no holding period
      *would be released the same night it was taken
           IF ARG-RESERVE-RATE NOT = SPACES
                 AND (FUNCTION TEST-NUMVAL(ARG-RESERVE-RATE) NOT = 0
                      OR ARG-RESERVE-DAYS NOT NUMERIC
                      OR ARG-RESERVE-DAYS = '000')
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Reserve needs a rate and 3-digit '
                 'days"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
           MOVE ARG-ID TO MR-ID
           MOVE ARG-NAME TO MR-NAME
           MOVE ARG-SETTLE-ACCOUNT TO MR-SETTLE-ACCOUNT
           MOVE ARG-MCC TO MR-MCC
           MOVE 0 TO MR-RESERVE-RATE
           MOVE 0 TO MR-RESERVE-DAYS
           IF ARG-RESERVE-RATE NOT = SPACES
              COMPUTE MR-RESERVE-RATE
                 = FUNCTION NUMVAL(ARG-RESERVE-RATE)
           END-IF
           IF ARG-RESERVE-DAYS IS NUMERIC
              MOVE ARG-RESERVE-DAYS TO MR-RESERVE-DAYS
           END-IF
           COMPUTE MR-INTERCHANGE-RATE
              = FUNCTION NUMVAL(ARG-INTERCHANGE)
           WRITE MR-RECORD
           IF WS-FILE-STATUS = '00'
              MOVE MR-SETTLE-ACCOUNT TO WS-AA-ACCOUNT
              MOVE MR-INTERCHANGE-RATE TO WS-AA-RATE
              MOVE MR-MCC TO WS-AA-MCC
              MOVE MR-RESERVE-RATE TO WS-AA-RESERVE
              MOVE MR-RESERVE-DAYS TO WS-AA-RESERVE-DAYS
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
