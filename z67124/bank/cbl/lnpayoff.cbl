      *A quote stands for the stated number of days; the settlement
      *takes exactly the quoted amount through the same borrower-to-
      *LOANPOOL path LNPAY uses, marks every remaining row settled
      *and closes the loan. The settlement goes on the loan's LNEVENTS
      *history for the borrower's annual statement. On an offset loan
      *the saving LNOFFRUN has accrued since the last instalment comes
      *off the accrued interest
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS QT-LN-KEY
              FILE STATUS IS WS-QT-FILE-STATUS.
      *The loan's life-event history, for the annual statement
           SELECT LOAN-EVENTS ASSIGN TO LNEVENTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LE-KEY
              FILE STATUS IS WS-LE-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY lnsched.
       FD  PAYOFF-QUOTES DATA RECORD IS QT-RECORD.
       COPY payoff.
       FD  LOAN-EVENTS DATA RECORD IS LE-RECORD.
       COPY lnevent.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-QT-FILE-STATUS PIC XX.
       01 WS-LE-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-ASOF-DATE PIC 9(8).
       01 WS-SCHED-DONE PIC X.
              CLOSE LOAN-MASTER
              GOBACK
           END-READ
           IF LN-IS-WRITTEN-OFF
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan written off - post recoveries'
                 ' through LNRECOV"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           IF NOT LN-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
           COMPUTE WS-DAILY-RATE ROUNDED = LN-ANNUAL-RATE / 365
           COMPUTE WS-ACCRUED ROUNDED
              = LN-OUTSTANDING * WS-DAILY-RATE * WS-ACCRUE-DAYS
      *An offset loan has already earned back part of that interest
      *- what LNOFFRUN accrued since the last instalment comes off
           IF (LN-OFFSET-SHORTEN OR LN-OFFSET-REDUCE)
                 AND LN-OFFSET-ACCRUED NUMERIC
              IF LN-OFFSET-ACCRUED > WS-ACCRUED
                 MOVE 0 TO WS-ACCRUED
              ELSE
                 SUBTRACT LN-OFFSET-ACCRUED FROM WS-ACCRUED
              END-IF
           END-IF
           COMPUTE WS-SETTLEMENT = LN-OUTSTANDING + WS-ACCRUED

           MOVE ARG-LN-KEY TO QT-LN-KEY
           END-IF

           PERFORM SETTLE-ALL-ROWS
           PERFORM WRITE-PAYOFF-EVENT
           MOVE 0 TO LN-OUTSTANDING
           IF LN-OFFSET-SHORTEN OR LN-OFFSET-REDUCE
              MOVE 0 TO LN-OFFSET-ACCRUED
           END-IF
           MOVE 'C' TO LN-STATUS
           REWRITE LN-RECORD
           MOVE 'U' TO QT-STATUS
                      IF LS-IS-UNPAID
                         MOVE 'Y' TO LS-PAID-FLAG
                         MOVE WS-TODAY TO LS-PAID-DATE
                         MOVE 'P' TO LS-SETTLED-BY
                         REWRITE LS-RECORD
                         ADD 1 TO WS-ROWS-SETTLED
      *Put the walk back behind the row just rewritten
                      END-IF
                   END-IF
           END-READ.
      *What the settlement took, split into the principal it cleared
      *and the interest the quote accrued on top
       WRITE-PAYOFF-EVENT.
           OPEN I-O LOAN-EVENTS
           IF WS-LE-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-EVENTS
              CLOSE LOAN-EVENTS
              OPEN I-O LOAN-EVENTS
           END-IF
           MOVE LN-KEY TO LE-LN-KEY
           MOVE FUNCTION CURRENT-DATE TO LE-TIME-STAMP
           MOVE WS-TODAY TO LE-DATE
           MOVE 'P' TO LE-TYPE
           MOVE LN-ANNUAL-RATE TO LE-OLD-RATE
           MOVE LN-ANNUAL-RATE TO LE-NEW-RATE
           MOVE 0 TO LE-NEW-PAYMENT
           MOVE QT-AMOUNT TO LE-AMOUNT
           MOVE LN-OUTSTANDING TO LE-PRINCIPAL
           MOVE 0 TO LE-INTEREST
           IF QT-AMOUNT > LN-OUTSTANDING
              COMPUTE LE-INTEREST = QT-AMOUNT - LN-OUTSTANDING
           END-IF
           WRITE LE-RECORD
           INVALID KEY
              ADD 1 TO LE-MILIS
              WRITE LE-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE LOAN-EVENTS.
