      *float signed out in the morning, and later the closing count
      *they declare at the end of the day. Call it once in the
      *morning (declared figure zero) and once at close - the second
      *call just rewrites the same key. DRAWEOD does the arithmetic.
      *A foreign currency goes in the drawer's note float slot for it
      *instead, one call per currency; blank or the default currency
      *is the drawer's own float as always
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS DW-KEY
           FILE STATUS IS WS-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CASH-DRAWERS DATA RECORD IS DW-RECORD.
       COPY drawrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
      *The foreign currency this call works, spaces = the default
       01 WS-CURRENCY PIC X(3).
       01 WS-NF-IDX PIC 9(2).
       01 WS-NF-FOUND PIC X.
       01 WS-TODAY PIC 9(8).
      *Using PARM='...' limits me to one drawer a time, but the code
      *becomes cleaner
               10 ARG-DECLARED-CLOSE PIC X(12)XX(4).
               10 ARG-BRANCH    PIC X(4).
               10 ARG-TELLER-ID PIC X(8).
      *Currency of the figures, spaces = default currency
               10 ARG-CURRENCY PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
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
           OPEN I-O CASH-DRAWERS
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT CASH-DRAWERS

           MOVE ARG-TELLER-ID TO DW-TELLER-ID
           MOVE WS-TODAY TO DW-DATE
      *The day's record carries every currency's float, so it is
      *read first and only the figures for this one replaced
           READ CASH-DRAWERS RECORD KEY DW-KEY
           INVALID KEY
              MOVE ARG-TELLER-ID TO DW-TELLER-ID
              MOVE WS-TODAY TO DW-DATE
              MOVE 0 TO DW-OPENING-FLOAT
              MOVE 0 TO DW-DECLARED-CLOSE
              MOVE 0 TO DW-NOTE-COUNT
           END-READ
           IF DW-NOTE-COUNT NOT NUMERIC
              MOVE 0 TO DW-NOTE-COUNT
           END-IF
           MOVE ARG-BRANCH TO DW-BRANCH
           IF WS-CURRENCY = SPACES
              COMPUTE DW-OPENING-FLOAT
                 = FUNCTION NUMVAL(ARG-OPENING-FLOAT)
              COMPUTE DW-DECLARED-CLOSE
                 = FUNCTION NUMVAL(ARG-DECLARED-CLOSE)
           ELSE
              PERFORM FIND-NOTE-FLOAT
              IF WS-NF-FOUND = 'N'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"No room for another note '
                    'currency"'
                 DISPLAY '}'
                 CLOSE CASH-DRAWERS
                 GOBACK
              END-IF
              COMPUTE DW-NF-OPENING(WS-NF-IDX)
                 = FUNCTION NUMVAL(ARG-OPENING-FLOAT)
              COMPUTE DW-NF-DECLARED-CLOSE(WS-NF-IDX)
                 = FUNCTION NUMVAL(ARG-DECLARED-CLOSE)
           END-IF
           WRITE DW-RECORD
           INVALID KEY
      *Same teller, same day - the closing declaration call
           END-IF
           CLOSE CASH-DRAWERS
           GOBACK.
      *The drawer's slot for WS-CURRENCY, opened at zero the first
      *time the currency is keyed for the day. WS-NF-FOUND = N when
      *all ten slots are taken by other currencies
       FIND-NOTE-FLOAT.
           MOVE 'N' TO WS-NF-FOUND
           MOVE 1 TO WS-NF-IDX
           PERFORM TEST-NOTE-FLOAT
              UNTIL WS-NF-FOUND = 'Y' OR WS-NF-IDX > DW-NOTE-COUNT
           IF WS-NF-FOUND = 'N' AND DW-NOTE-COUNT < 10
              ADD 1 TO DW-NOTE-COUNT
              MOVE DW-NOTE-COUNT TO WS-NF-IDX
              MOVE WS-CURRENCY TO DW-NF-CURRENCY(WS-NF-IDX)
              MOVE 0 TO DW-NF-OPENING(WS-NF-IDX)
              MOVE 0 TO DW-NF-DECLARED-CLOSE(WS-NF-IDX)
              MOVE 'Y' TO WS-NF-FOUND
           END-IF.
       TEST-NOTE-FLOAT.
           IF DW-NF-CURRENCY(WS-NF-IDX) = WS-CURRENCY
              MOVE 'Y' TO WS-NF-FOUND
           ELSE
              ADD 1 TO WS-NF-IDX
           END-IF.
