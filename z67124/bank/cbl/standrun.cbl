      *Nightly batch job: scan STANDING-ORDERS and post every order
      *that is due today, the same way a live TRNSFR PARM call would.
      *An order to a payee at another bank (one SWTCHIN brought over
      *from a switching customer's old bank) goes out through OUTPAY
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *Laid out exactly like OUTPAY's own LINKAGE SECTION, for the
      *orders to a payee at another bank
       01 OP-ARG-BUFFER.
           05 OP-ARG-LENGTH    PIC S9(4) COMP.
           05 OP-ARG-AMOUNT    PIC X(12)XX(4).
           05 OP-ARG-CURRENCY  PIC X(3).
           05 OP-ARG-HASH      PIC X(8).
           05 OP-ARG-BANK-ID   PIC X(9).
           05 OP-ARG-BENEFICIARY PIC X(20).
      *Standing orders never post from a branch terminal
           05 OP-ARG-TELLER-ID PIC X(8) VALUE SPACES.
      *The payer carries our fee, the payee gets the order's amount
           05 OP-ARG-CHARGE-OPTION PIC X(3) VALUE 'SHA'.
           05 OP-ARG-NAME      PIC X(9).
      *Output only - OUTPAY sets this before returning
           05 OP-ARG-RESULT    PIC X(1).
      *Laid out exactly like DATEROLL's own LINKAGE SECTION so due
      *dates can be rolled to the next business day
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a standing-order run that could
      *not start belongs on the operators' digest, not just this job's
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'STANDRUN'.
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
      *A closed day posts nothing - the roll convention means the
      *work is simply there waiting the next morning the bank opens
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Bank closed today, nothing posted"'
              DISPLAY '}'
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O STANDING-ORDERS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE STANDING-ORDERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM POST-DUE-ORDERS UNTIL WS-EOF = 'Y'
           DISPLAY '  "QueuedForRetry":' WS-ORDERS-QUEUED
           DISPLAY '}'
           CLOSE STANDING-ORDERS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       POST-DUE-ORDERS.
           READ STANDING-ORDERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
      *Target-balance sweep orders belong to SWEEPRUN's end-of-day
      *pass, not this fixed-amount cadence
                   IF SO-IS-ACTIVE AND SO-NEXT-RUN-DATE <= WS-TODAY
                            SO-FROM-NAME '"}'
                      ELSE
                      IF WS-QUARANTINED = 'N'
                         IF SO-BANK-ID NOT = SPACES
                            PERFORM SEND-ONE-ORDER
                         ELSE
                            PERFORM POST-ONE-ORDER
                         END-IF
                      END-IF
                      END-IF
                   END-IF
           MOVE 'N' TO WS-QUEUED-OK
           IF TR-ARG-RESULT = 'Y'
              ADD 1 TO WS-ORDERS-POSTED
              ADD 1 TO RS-ARG-POSTED
           ELSE
              ADD 1 TO RS-ARG-REJECTED
      *The rejection rides the retry queue from here, and only a
      *rejection the queue actually took moves the cadence on - a
      *queue that can not be written leaves the order due exactly
                 THRU QUEUE-FAILED-ORDER-EXIT
           END-IF
           IF TR-ARG-RESULT = 'Y' OR WS-QUEUED-OK = 'Y'
              PERFORM ADVANCE-ORDER
           END-IF.
      *A payee at another bank: out through OUTPAY, which debits the
      *sender and books the payment for OUTCUT's interchange file. A
      *refusal is NOT handed to the retry queue - RETRYRUN replays
      *through TRNSFR, which would pay the nostro mirror with no
      *payment booked against it - so the order simply stays due and
      *is tried again next cycle
       SEND-ONE-ORDER.
           MOVE 77 TO OP-ARG-LENGTH
           MOVE SO-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO OP-ARG-AMOUNT
           MOVE SO-CURRENCY TO OP-ARG-CURRENCY
           MOVE SO-HASH TO OP-ARG-HASH
           MOVE SO-BANK-ID TO OP-ARG-BANK-ID
           MOVE SO-BENEFICIARY TO OP-ARG-BENEFICIARY
           MOVE SO-FROM-NAME TO OP-ARG-NAME
           CALL 'OUTPAY' USING OP-ARG-BUFFER
           IF OP-ARG-RESULT = 'Y'
              ADD 1 TO WS-ORDERS-POSTED
              ADD 1 TO RS-ARG-POSTED
              PERFORM ADVANCE-ORDER
           ELSE
              ADD 1 TO RS-ARG-REJECTED
           END-IF.
      *Push the due date on by the order's own frequency, not just to
      *today, so a job that misses a day doesn't lose the cadence
       ADVANCE-ORDER.
           COMPUTE SO-NEXT-RUN-DATE =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
                 + SO-FREQUENCY-DAYS)
      *A due date landing on a weekend or holiday rolls to the next
      *business day, so a month-end order behaves sensibly whatever
      *the month did
           MOVE SO-NEXT-RUN-DATE TO DR-ARG-DATE
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO SO-NEXT-RUN-DATE
           REWRITE SO-RECORD.
      *Whether INTEGCHK has quarantined the record whose key the
      *caller just staged in QR-KEY. No quarantine file on disk
      *means nothing is quarantined
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.

