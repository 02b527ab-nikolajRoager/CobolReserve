      *floats, record cash shipments to and from the central-bank
      *depot (in transit until confirmed), and declare the closing
      *count for VAULTEOD's branch proof. What used to be the paper
      *book the insurer's auditor kept asking about. Every action
      *takes a currency: blank or the default currency works the
      *book's own figures, a foreign currency its note stock slot
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS VM-KEY
           FILE STATUS IS WS-VM-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY vaultrec.
       FD  VAULT-MOVEMENTS DATA RECORD IS VM-RECORD.
       COPY vaultmov.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-VM-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
      *The foreign currency this call works, spaces = the default
       01 WS-CURRENCY PIC X(3).
      *The vault book record's note slot for WS-CURRENCY, 0 = full
       01 WS-NS-IDX PIC 9(2).
       01 WS-NS-FOUND PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-AMOUNT PIC 9(11)V9(4).
       01 WS-WRITTEN PIC X.
              10 ARG-COURIER-REF PIC X(12).
      *Sequence of the shipment being confirmed on a C action
              10 ARG-SEQ PIC 9(4).
      *Currency of the count or movement, spaces = default currency
              10 ARG-CURRENCY PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
              END-IF
              COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT)
           END-IF
      *The default currency keyed by its code is still the book's
      *own figures
           MOVE ARG-CURRENCY TO WS-CURRENCY
           IF WS-CURRENCY NOT = SPACES
              OPEN INPUT STATS
              IF WS-STAT-FILE-STATUS = '00'
                    OR WS-STAT-FILE-STATUS = '97'
                 READ STATS
                 IF WS-STAT-FILE-STATUS = '00'
                       AND DEFAULT-CURRENCY = WS-CURRENCY
                    MOVE SPACES TO WS-CURRENCY
                 END-IF
              END-IF
              CLOSE STATS
           END-IF

           EVALUATE ARG-ACTION
              WHEN 'O'
           END-IF
           MOVE ARG-BRANCH TO VL-BRANCH
           MOVE WS-TODAY TO VL-DATE
      *A foreign count goes on the day's record beside the default
      *one, whichever is keyed first
           READ VAULT-BOOK RECORD KEY VL-KEY
           INVALID KEY
              MOVE ARG-BRANCH TO VL-BRANCH
              MOVE WS-TODAY TO VL-DATE
              MOVE 0 TO VL-OPENING
              MOVE 0 TO VL-DECLARED-CLOSE
              MOVE 0 TO VL-NOTE-COUNT
           END-READ
           IF VL-NOTE-COUNT NOT NUMERIC
              MOVE 0 TO VL-NOTE-COUNT
           END-IF
           IF WS-CURRENCY = SPACES
              MOVE WS-AMOUNT TO VL-OPENING
           ELSE
              PERFORM FIND-NOTE-SLOT
              IF WS-NS-FOUND = 'N'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"No room for another note '
                    'currency"'
                 DISPLAY '}'
                 CLOSE VAULT-BOOK
                 GOBACK
              END-IF
              MOVE WS-AMOUNT TO VL-NS-OPENING(WS-NS-IDX)
           END-IF
           WRITE VL-RECORD
           INVALID KEY
      *Re-keyed opening just corrects the morning count
              REWRITE VL-RECORD
           END-WRITE
           CLOSE VAULT-BOOK
              DISPLAY '  "error":"No opening on the book for today"'
              DISPLAY '}'
           NOT INVALID KEY
              PERFORM DECLARE-ONE-CLOSE
           END-READ
           CLOSE VAULT-BOOK.
       DECLARE-ONE-CLOSE.
           IF VL-NOTE-COUNT NOT NUMERIC
              MOVE 0 TO VL-NOTE-COUNT
           END-IF
           IF WS-CURRENCY = SPACES
              MOVE WS-AMOUNT TO VL-DECLARED-CLOSE
           ELSE
      *Notes can arrive in a currency the morning count never had -
      *its slot opens at zero
              PERFORM FIND-NOTE-SLOT
              IF WS-NS-FOUND = 'Y'
                 MOVE WS-AMOUNT TO VL-NS-DECLARED-CLOSE(WS-NS-IDX)
              END-IF
           END-IF
           IF WS-NS-FOUND = 'N' AND WS-CURRENCY NOT = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No room for another note currency"'
              DISPLAY '}'
           ELSE
              REWRITE VL-RECORD
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Close declared"'
              DISPLAY '}'
           END-IF.
      *The record's slot for WS-CURRENCY, opened at zero when the
      *currency is new to the day. WS-NS-FOUND = N when all ten
      *slots are taken by other currencies
       FIND-NOTE-SLOT.
           MOVE 'N' TO WS-NS-FOUND
           MOVE 1 TO WS-NS-IDX
           PERFORM TEST-NOTE-SLOT
              UNTIL WS-NS-FOUND = 'Y' OR WS-NS-IDX > VL-NOTE-COUNT
           IF WS-NS-FOUND = 'N' AND VL-NOTE-COUNT < 10
              ADD 1 TO VL-NOTE-COUNT
              MOVE VL-NOTE-COUNT TO WS-NS-IDX
              MOVE WS-CURRENCY TO VL-NS-CURRENCY(WS-NS-IDX)
              MOVE 0 TO VL-NS-OPENING(WS-NS-IDX)
              MOVE 0 TO VL-NS-DECLARED-CLOSE(WS-NS-IDX)
              MOVE 'Y' TO WS-NS-FOUND
           END-IF.
       TEST-NOTE-SLOT.
           IF VL-NS-CURRENCY(WS-NS-IDX) = WS-CURRENCY
              MOVE 'Y' TO WS-NS-FOUND
           ELSE
              ADD 1 TO WS-NS-IDX
           END-IF.
       RECORD-MOVEMENT.
           IF ARG-MOVE-TYPE NOT = 'F' AND NOT = 'R'
                 AND NOT = 'S' AND NOT = 'D'
           MOVE WS-AMOUNT TO VM-AMOUNT
           MOVE ARG-TELLER TO VM-TELLER
           MOVE ARG-COURIER-REF TO VM-COURIER-REF
           MOVE WS-CURRENCY TO VM-CURRENCY
      *Floats complete on the spot - the cash changed hands at the
      *counter. A shipment rides in transit until confirmed
           IF ARG-MOVE-TYPE = 'S' OR ARG-MOVE-TYPE = 'D'
