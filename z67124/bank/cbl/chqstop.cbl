      *release puts the cheque back in play if it has not already
      *been through clearing. The serial must fall inside one of the
      *account's issued books - a stop on paper we never issued is a
      *keying error, not an order. A stop placed by a teller carries
      *the CHQSTOP service charge through SVCCHG
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-TODAY PIC 9(8).
       01 WS-SCAN-DONE PIC X.
       01 WS-SERIAL-ISSUED PIC X.
      *Laid out exactly like SVCCHG's own LINKAGE SECTION
       01 SC-ARG-BUFFER.
           05 SC-ARG-ACCOUNT PIC X(9).
           05 SC-ARG-SERVICE-CODE PIC X(8).
           05 SC-ARG-TELLER-ID PIC X(9).
           05 SC-ARG-MODE PIC X(1).
           05 SC-ARG-RESULT PIC X(1) VALUE 'N'.
           05 SC-ARG-CHARGE PIC 9(11)V9(4).
           05 SC-ARG-CURRENCY PIC X(3).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
              10 ARG-ACCOUNT PIC X(9).
              10 ARG-SERIAL PIC 9(8).
              10 ARG-REASON PIC X(30).
      *Teller placing the stop, who takes the service charge;
      *spaces = no charge. Ignored on a release
              10 ARG-TELLER-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
              REWRITE CS-RECORD
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE 'CHQSTOP' TO SC-ARG-SERVICE-CODE
              PERFORM TAKE-SERVICE-CHARGE
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Stop placed",'
              DISPLAY '  "Account":"' CS-ACCOUNT '",'
              DISPLAY '  "Serial":' CS-SERIAL ','
              DISPLAY '  "ServiceCharged":"' SC-ARG-RESULT '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
                      END-IF
                   END-IF
           END-READ.
      *The stop is in force - take the counter charge for it. The
      *charge is not a condition of the order: a refused charge
      *leaves the stop placed and shows on the reply
       TAKE-SERVICE-CHARGE.
           MOVE 'N' TO SC-ARG-RESULT
           IF ARG-TELLER-ID NOT = SPACES
              MOVE ARG-ACCOUNT TO SC-ARG-ACCOUNT
              MOVE ARG-TELLER-ID TO SC-ARG-TELLER-ID
              MOVE 'C' TO SC-ARG-MODE
              CALL 'SVCCHG' USING SC-ARG-BUFFER
           END-IF.
