      *Register a cheque book issued to an account: the serial range
      *the paper book covers, so inward clearing can tell our cheques
      *from somebody's stationery. Also cancels a book reported lost,
      *which returns every unpaid serial in it at presentment. A book
      *handed over by a teller carries the CHQBOOK service charge
      *through SVCCHG
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-SERIAL-TO PIC 9(8).
       01 WS-SCAN-DONE PIC X.
       01 WS-OVERLAP PIC X.
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
              10 ARG-SERIAL-FROM PIC 9(8).
      *How many leaves the book holds, ignored on a cancel
              10 ARG-LEAVES PIC 9(4).
      *Teller handing the book over at the counter, who takes the
      *service charge; spaces = no charge
              10 ARG-TELLER-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'A' TO CB-STATUS
           WRITE CB-RECORD
           IF WS-FILE-STATUS = '00'
              MOVE 'CHQBOOK' TO SC-ARG-SERVICE-CODE
              PERFORM TAKE-SERVICE-CHARGE
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Account":"' CB-ACCOUNT '",'
              DISPLAY '  "SerialFrom":' CB-SERIAL-FROM ','
              DISPLAY '  "SerialTo":' CB-SERIAL-TO ','
              DISPLAY '  "ServiceCharged":"' SC-ARG-RESULT '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
                      END-IF
                   END-IF
           END-READ.
      *The book is out - take the counter charge for it. The charge
      *is not a condition of the service: a refused charge leaves the
      *book issued and shows on the reply for the teller to follow up
       TAKE-SERVICE-CHARGE.
           MOVE 'N' TO SC-ARG-RESULT
           IF ARG-TELLER-ID NOT = SPACES
              MOVE ARG-ACCOUNT TO SC-ARG-ACCOUNT
              MOVE ARG-TELLER-ID TO SC-ARG-TELLER-ID
              MOVE 'C' TO SC-ARG-MODE
              CALL 'SVCCHG' USING SC-ARG-BUFFER
           END-IF.
