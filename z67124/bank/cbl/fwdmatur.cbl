      *customer converts at the rate they booked months ago, while
      *fees, holds and the approval threshold all apply exactly as a
      *live transfer's would. A margin taken at booking rides home
      *the same way, and the customer hears about it through OUTBOX.
      *A contract only settles on a good value date for both of its
      *currencies - one falling on either market's holiday has its
      *settlement date rolled to the next day both settle
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-TODAY PIC 9(8).
       01 WS-SETTLED PIC 9(6) VALUE 0.
       01 WS-FAILED PIC 9(6) VALUE 0.
       01 WS-ROLLED PIC 9(6) VALUE 0.
      *The value date being rolled across both legs' calendars, and
      *whether the last pass left it where it was
       01 WS-VALUE-DATE PIC 9(8).
       01 WS-VALUE-STABLE PIC X.
       01 WS-ROLL-TRIES PIC 9(2).
       01 WS-LOCK-OK PIC X.
      *The minted lock expires at the end of the settlement day
       01 WS-EXPIRY-TS.
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           PERFORM SWEEP-ONE-CONTRACT UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "ContractsSettled":' WS-SETTLED ','
           DISPLAY '  "ContractsFailed":' WS-FAILED ','
           DISPLAY '  "ContractsRolled":' WS-ROLLED
           DISPLAY '}'
           CLOSE FORWARD-BOOK
           GOBACK.
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF FW-IS-OPEN AND FW-SETTLE-DATE <= WS-TODAY
                      PERFORM ROLL-VALUE-DATE
                      IF WS-VALUE-DATE NOT = WS-TODAY
                         PERFORM ROLL-ONE-CONTRACT
                      ELSE
                         PERFORM SETTLE-ONE-CONTRACT
                            THRU SETTLE-ONE-CONTRACT-EXIT
                      END-IF
                   END-IF
           END-READ.
       SETTLE-ONE-CONTRACT.
           PERFORM REPORT-ONE-RESULT.
       SETTLE-ONE-CONTRACT-EXIT.
           EXIT.
      *The first day from today that is a good value date for both
      *the currency paid and the currency bought. Rolling past one
      *market's holiday can land on the other's, so the two are
      *asked in turn until neither moves the date
       ROLL-VALUE-DATE.
           MOVE WS-TODAY TO WS-VALUE-DATE
           MOVE 'N' TO WS-VALUE-STABLE
           MOVE 0 TO WS-ROLL-TRIES
           PERFORM ROLL-BOTH-LEGS
              UNTIL WS-VALUE-STABLE = 'Y' OR WS-ROLL-TRIES > 10
           MOVE SPACES TO DR-ARG-CURRENCY.
       ROLL-BOTH-LEGS.
           ADD 1 TO WS-ROLL-TRIES
           MOVE 'Y' TO WS-VALUE-STABLE
           MOVE WS-VALUE-DATE TO DR-ARG-DATE
           MOVE FW-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           IF DR-ARG-WAS-OPEN NOT = 'Y'
              MOVE 'N' TO WS-VALUE-STABLE
           END-IF
           MOVE FW-TO-CCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           IF DR-ARG-WAS-OPEN NOT = 'Y'
              MOVE 'N' TO WS-VALUE-STABLE
           END-IF
           MOVE DR-ARG-DATE TO WS-VALUE-DATE.
      *Not a good value date today - the contract keeps its booked
      *legs and simply settles on the rolled date
       ROLL-ONE-CONTRACT.
           MOVE WS-VALUE-DATE TO FW-SETTLE-DATE
           REWRITE FW-RECORD
           ADD 1 TO WS-ROLLED
           MOVE 'R' TO TR-ARG-RESULT
           PERFORM REPORT-ONE-RESULT.
      *Freeze the booked legs into a one-shot rate lock good until
      *midnight, under the contract's own id - TRNSFR honours it the
      *same way it honours an FXQUOTE lock
