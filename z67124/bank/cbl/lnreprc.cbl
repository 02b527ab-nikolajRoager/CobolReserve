      *the new interest split (due dates stand - the cadence was
      *promised, the price was not), and put the advance-notice
      *event on the borrower's OUTBOX, because the notice period is
      *a legal requirement. Rows inside a running LNFORB plan keep
      *the shape the plan gave them; only the rows after it re-price.
      *Each re-pricing goes on the loan's LNEVENTS history for the
      *borrower's annual statement
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *The loan's life-event history, for the annual statement
           SELECT LOAN-EVENTS ASSIGN TO LNEVENTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LE-KEY
              FILE STATUS IS WS-LE-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY baserate.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  LOAN-EVENTS DATA RECORD IS LE-RECORD.
       COPY lnevent.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-BR-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-LE-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-PRINCIPAL-PART PIC 9(11)V9(4).
       01 WS-ROWS-DONE PIC 9(3).
       01 WS-SAVED-LN-KEY PIC X(13).
       01 WS-TODAY PIC 9(8).
       01 WS-IN-PLAN PIC X(1).
      *Principal the running plan's rows will retire - the fresh
      *annuity is built on what is left after them
       01 WS-PLAN-PRINCIPAL PIC 9(11)V9(4).
       01 WS-REPRICE-BASE PIC 9(11)V9(4).
      *Staging for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
       PROCEDURE DIVISION USING ARG-INDEX-CODE.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT BASE-RATES
           IF WS-BR-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{"reprice":"no base rate file"}'
           IF WS-REMAINING-ROWS = 0
              GO TO REPRICE-ONE-LOAN-DONE
           END-IF
           COMPUTE WS-REPRICE-BASE
              = LN-OUTSTANDING - WS-PLAN-PRINCIPAL
      *Fresh annuity on the balance still outstanding over the
      *months still to run, the same arithmetic LNOPEN booked with
           COMPUTE WS-MONTHLY-RATE ROUNDED = WS-NEW-RATE / 12
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-PAYMENT ROUNDED
                 = WS-REPRICE-BASE / WS-REMAINING-ROWS
           ELSE
              COMPUTE WS-GROWTH ROUNDED
                 = (1 + WS-MONTHLY-RATE) ** WS-REMAINING-ROWS
      *Built up one factor at a time - the one-shot expression loses
      *the fraction in its intermediate results and comes out zero
              COMPUTE WS-ANNUITY-WORK ROUNDED
                 = WS-REPRICE-BASE * WS-MONTHLY-RATE
              COMPUTE WS-ANNUITY-WORK ROUNDED
                 = WS-ANNUITY-WORK * WS-GROWTH
              COMPUTE WS-PAYMENT ROUNDED
                 = WS-ANNUITY-WORK / (WS-GROWTH - 1)
           END-IF
           PERFORM REWRITE-REMAINING-ROWS
           PERFORM WRITE-REPRICE-EVENT
           MOVE WS-NEW-RATE TO LN-ANNUAL-RATE
           MOVE WS-PAYMENT TO LN-PAYMENT
           REWRITE LN-RECORD
           END-IF.
       COUNT-REMAINING-ROWS.
           MOVE 0 TO WS-REMAINING-ROWS
           MOVE 0 TO WS-PLAN-PRINCIPAL
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      PERFORM CHECK-IN-PLAN
                      IF LS-IS-UNPAID
                         IF WS-IN-PLAN = 'Y'
                            ADD LS-PRINCIPAL-PART TO WS-PLAN-PRINCIPAL
                         ELSE
                            ADD 1 TO WS-REMAINING-ROWS
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *the rest of the new level payment, last row squared up so the
      *loan still lands on exactly zero. Due dates never move
       REWRITE-REMAINING-ROWS.
           MOVE WS-REPRICE-BASE TO WS-REMAINING
           MOVE 0 TO WS-ROWS-DONE
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      PERFORM CHECK-IN-PLAN
                      IF LS-IS-UNPAID AND WS-IN-PLAN = 'N'
                         PERFORM REPRICE-ONE-ROW
                      END-IF
                   END-IF
           COMPUTE WS-REMAINING = WS-REMAINING - WS-PRINCIPAL-PART
           MOVE WS-PRINCIPAL-PART TO LS-PRINCIPAL-PART
           MOVE WS-INTEREST-PART TO LS-INTEREST-PART
      *An offset saving already taken off the row goes back onto the
      *loan's accrual - the new interest starts from the full figure
      *and LNOFFRUN hands the saving over again
           IF LS-OFFSET-SAVED NUMERIC AND LS-OFFSET-SAVED > 0
              IF LN-OFFSET-ACCRUED NOT NUMERIC
                 MOVE 0 TO LN-OFFSET-ACCRUED
              END-IF
              ADD LS-OFFSET-SAVED TO LN-OFFSET-ACCRUED
              IF LN-OFFSET-SAVED NUMERIC
                    AND LN-OFFSET-SAVED >= LS-OFFSET-SAVED
                 SUBTRACT LS-OFFSET-SAVED FROM LN-OFFSET-SAVED
              END-IF
              MOVE 0 TO LS-OFFSET-SAVED
           END-IF
           REWRITE LS-RECORD.
      *A row re-shaped under an LNFORB plan that is still running
       CHECK-IN-PLAN.
           MOVE 'N' TO WS-IN-PLAN
           IF LS-FORB-UNTIL NUMERIC
              IF LS-FORB-UNTIL >= WS-TODAY
                 MOVE 'Y' TO WS-IN-PLAN
              END-IF
           END-IF.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the posting programs use
      *Old rate, new rate and the new level payment, kept against
      *the loan. Written before LN-ANNUAL-RATE moves so the old rate
      *is still on the record
       WRITE-REPRICE-EVENT.
           OPEN I-O LOAN-EVENTS
           IF WS-LE-FILE-STATUS = '35'
              OPEN OUTPUT LOAN-EVENTS
              CLOSE LOAN-EVENTS
              OPEN I-O LOAN-EVENTS
           END-IF
           MOVE LN-KEY TO LE-LN-KEY
           MOVE FUNCTION CURRENT-DATE TO LE-TIME-STAMP
           MOVE WS-TODAY TO LE-DATE
           MOVE 'R' TO LE-TYPE
           MOVE LN-ANNUAL-RATE TO LE-OLD-RATE
           MOVE WS-NEW-RATE TO LE-NEW-RATE
           MOVE WS-PAYMENT TO LE-NEW-PAYMENT
           MOVE 0 TO LE-AMOUNT
           MOVE 0 TO LE-PRINCIPAL
           MOVE 0 TO LE-INTEREST
           WRITE LE-RECORD
           INVALID KEY
              ADD 1 TO LE-MILIS
              WRITE LE-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE LOAN-EVENTS.
       WRITE-OUTBOX-EVENT.
           OPEN I-O NOTIFY-OUTBOX
           IF WS-OB-FILE-STATUS = '35'
