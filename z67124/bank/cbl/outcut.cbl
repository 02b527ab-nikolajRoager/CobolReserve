      *file for the correspondents and is marked sent. The payment
      *reference on each line is the OP-KEY, which is what the
      *correspondent's confirmation file quotes back for NOSTRECON
      *to match on. The charge option rides on each line so the
      *correspondent knows whose account its charges come out of.
      *A payment whose currency's market does not settle today is
      *held on the queue for the cut on its next good value date
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 XF-BENEFICIARY PIC X(20).
           05 XF-AMOUNT PIC +9(11).9(4).
           05 XF-CURRENCY PIC X(3).
      *OUR, SHA or BEN, out of what used to be trailing filler
           05 XF-CHARGE-OPTION PIC X(3).
           05 FILLER PIC X(3) VALUE SPACES.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-PAYMENTS-CUT PIC 9(6) VALUE 0.
       01 WS-PAYMENTS-HELD PIC 9(6) VALUE 0.
      *Laid out exactly like DATEROLL's own LINKAGE SECTION so each
      *payment's currency can be asked whether today settles
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
           05 DR-ARG-CURRENCY PIC X(3).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'OUTCUT'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O OUTBOUND-PAYMENTS
           IF WS-OP-FILE-STATUS NOT = '00' AND NOT = '97'
                 '"'
              DISPLAY '}'
              CLOSE OUTBOUND-PAYMENTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN OUTPUT INTERCHANGE-FILE
              DISPLAY '}'
              CLOSE OUTBOUND-PAYMENTS
              CLOSE INTERCHANGE-FILE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM CUT-PAYMENTS UNTIL WS-EOF = 'Y'
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "PaymentsCut":' WS-PAYMENTS-CUT ','
           DISPLAY '  "PaymentsHeld":' WS-PAYMENTS-HELD
           DISPLAY '}'
           CLOSE OUTBOUND-PAYMENTS
           CLOSE INTERCHANGE-FILE
           MOVE WS-PAYMENTS-CUT TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CUT-PAYMENTS.
           READ OUTBOUND-PAYMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF OP-IS-CAPTURED
                      MOVE WS-TODAY TO DR-ARG-DATE
                      MOVE OP-CURRENCY TO DR-ARG-CURRENCY
                      CALL 'DATEROLL' USING DR-ARG-BUFFER
                      IF DR-ARG-WAS-OPEN = 'Y'
                         PERFORM CUT-ONE-PAYMENT
                      ELSE
                         ADD 1 TO WS-PAYMENTS-HELD
                      END-IF
                   END-IF
           END-READ.
       CUT-ONE-PAYMENT.
           MOVE OP-BENEFICIARY TO XF-BENEFICIARY
           MOVE OP-AMOUNT TO XF-AMOUNT
           MOVE OP-CURRENCY TO XF-CURRENCY
           IF OP-CHARGES-OUR OR OP-CHARGES-BEN
              MOVE OP-CHARGE-OPTION TO XF-CHARGE-OPTION
           ELSE
              MOVE 'SHA' TO XF-CHARGE-OPTION
           END-IF
           WRITE XF-LINE
           MOVE 'S' TO OP-STATUS
           MOVE WS-TODAY TO OP-SENT-DATE
           REWRITE OP-RECORD
           ADD 1 TO WS-PAYMENTS-CUT.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
