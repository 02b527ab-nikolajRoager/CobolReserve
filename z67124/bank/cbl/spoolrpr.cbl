      *and business date, it checks the catalog and plays the lines
      *back - "the trial balance from March 4th" without anybody's
      *kept printout. A blank date lists the catalog instead, so the
      *auditor can see what is on the shelf. A reprint run off for a
      *customer at the counter names the account, and the STMTRPRT
      *service charge is taken from it through SVCCHG
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-LINE-NO PIC 9(6).
      *Laid out exactly like SVCCHG's own LINKAGE SECTION
       01 SC-ARG-BUFFER.
           05 SC-ARG-ACCOUNT PIC X(9).
           05 SC-ARG-SERVICE-CODE PIC X(8).
           05 SC-ARG-TELLER-ID PIC X(9).
           05 SC-ARG-MODE PIC X(1).
           05 SC-ARG-RESULT PIC X(1) VALUE 'N'.
           05 SC-ARG-CHARGE PIC 9(11)V9(4).
           05 SC-ARG-CURRENCY PIC X(3).
      *--------------
       LINKAGE SECTION.
      *--------------
      *Business date of the report wanted; zeros/spaces = just list
      *the catalog
           05 ARG-DATE PIC X(8).
      *Customer account a counter reprint is charged to, and the
      *teller running it off; spaces = internal reprint, no charge
           05 ARG-CHARGE-ACCOUNT PIC X(9).
           05 ARG-TELLER-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           DISPLAY '  "Lines":['
           MOVE 0 TO WS-LINE-NO
           PERFORM REPLAY-ONE-LINE SPC-LINES TIMES
           PERFORM TAKE-SERVICE-CHARGE
           DISPLAY '  ],'
           DISPLAY '  "ServiceCharged":"' SC-ARG-RESULT '"'
           DISPLAY '}'
           CLOSE REPORT-SPOOL
           GOBACK.
                      ',"Program":"' SPC-PROGRAM
                      '","Lines":' SPC-LINES '}'
           END-READ.
      *The copy is in the customer's hands - take the counter charge
      *for it. A refused charge never withholds the reprint
       TAKE-SERVICE-CHARGE.
           MOVE 'N' TO SC-ARG-RESULT
           IF ARG-CHARGE-ACCOUNT NOT = SPACES
                 AND ARG-TELLER-ID NOT = SPACES
              MOVE ARG-CHARGE-ACCOUNT TO SC-ARG-ACCOUNT
              MOVE 'STMTRPRT' TO SC-ARG-SERVICE-CODE
              MOVE ARG-TELLER-ID TO SC-ARG-TELLER-ID
              MOVE 'C' TO SC-ARG-MODE
              CALL 'SVCCHG' USING SC-ARG-BUFFER
           END-IF.
