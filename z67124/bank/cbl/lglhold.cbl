      *the other admin programs log theirs. The posting programs
      *respect active holds as a spendable floor the moment the
      *record lands - the rest of the account keeps working and the
      *angry phone calls stop. Placing a new order takes the LEGALHLD
      *service charge from the account through SVCCHG
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
      *Y = this court reference is new on the account, so the order
      *is charged; a refreshed order is not charged twice
       01 WS-NEW-HOLD PIC X.
      *Laid out exactly like SVCCHG's own LINKAGE SECTION
       01 SC-ARG-BUFFER.
           05 SC-ARG-ACCOUNT PIC X(9).
           05 SC-ARG-SERVICE-CODE PIC X(8).
           05 SC-ARG-TELLER-ID PIC X(9).
           05 SC-ARG-MODE PIC X(1).
           05 SC-ARG-RESULT PIC X(1) VALUE 'N'.
           05 SC-ARG-CHARGE PIC 9(11)V9(4).
           05 SC-ARG-CURRENCY PIC X(3).
       01 WS-AUDIT-AFTER.
           05 WS-AA-ACTION PIC X(9).
           05 FILLER PIC X(5) VALUE ' AMT='.
              COMPUTE LH-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
              MOVE WS-TODAY TO LH-START-DATE
              MOVE ARG-EXPIRY TO LH-EXPIRY-DATE
              MOVE 'Y' TO WS-NEW-HOLD
              WRITE LH-RECORD
              INVALID KEY
      *Same court reference come round again - refresh the order
                 MOVE 'N' TO WS-NEW-HOLD
                 REWRITE LH-RECORD
              END-WRITE
              MOVE 'PLACED' TO WS-AA-ACTION
                 CLOSE LEGAL-HOLDS
                 GOBACK
              END-READ
              MOVE 'N' TO WS-NEW-HOLD
              MOVE 'R' TO LH-STATUS
              REWRITE LH-RECORD
              MOVE 'RELEASED' TO WS-AA-ACTION

           IF WS-FILE-STATUS = '00'
              PERFORM LOG-AUDIT
              PERFORM TAKE-SERVICE-CHARGE
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "ServiceCharged":"' SC-ARG-RESULT '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *A newly placed order is charged to the held account by the
      *operator who keyed it. The charge never holds up the order -
      *a refused charge shows on the reply for follow-up
       TAKE-SERVICE-CHARGE.
           MOVE 'N' TO SC-ARG-RESULT
           IF WS-NEW-HOLD = 'Y' AND WS-OPERATOR-ID NOT = SPACES
              MOVE ARG-NAME TO SC-ARG-ACCOUNT
              MOVE 'LEGALHLD' TO SC-ARG-SERVICE-CODE
              MOVE WS-OPERATOR-ID TO SC-ARG-TELLER-ID
              MOVE 'C' TO SC-ARG-MODE
              CALL 'SVCCHG' USING SC-ARG-BUFFER
           END-IF.
