      *Nightly batch job: scan PENDING-TRANSFERS and post every
      *post-dated transfer TRNSFR staged there whose value-date has
      *now arrived, the same way STANDRUN posts due standing orders.
      *A transfer due on a day its currency's market does not settle
      *is rolled to the currency's next good value date instead
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-TRANSFERS-POSTED PIC 9(6) VALUE 0.
       01 WS-TRANSFERS-ROLLED PIC 9(6) VALUE 0.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a due-date run that could not
      *start belongs on the operators' digest, not just this job's
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'FUTRUN'.
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
           OPEN I-O PENDING-TRANSFERS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE PENDING-TRANSFERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM POST-DUE-TRANSFERS UNTIL WS-EOF = 'Y'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "TransfersPosted":' WS-TRANSFERS-POSTED ','
           DISPLAY '  "TransfersRolled":' WS-TRANSFERS-ROLLED ','
           DISPLAY '  "QueuedForRetry":' WS-TRANSFERS-QUEUED
           DISPLAY '}'
           CLOSE PENDING-TRANSFERS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       POST-DUE-TRANSFERS.
           READ PENDING-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF PT-IS-PENDING AND PT-VALUE-DATE <= WS-TODAY
                      MOVE 'PENDXFER' TO QR-SOURCE
                      MOVE PT-KEY TO QR-RECORD-KEY
                            PT-FROM-NAME '"}'
                      ELSE
                      IF WS-QUARANTINED = 'N'
                         PERFORM ROLL-OR-POST-TRANSFER
                      END-IF
                      END-IF
                   END-IF
           END-READ.
      *Today must be a good value date for the transfer's currency
      *as well as a bank business day - otherwise the value date
      *moves on to the currency's next one and the transfer waits
       ROLL-OR-POST-TRANSFER.
           MOVE WS-TODAY TO DR-ARG-DATE
           MOVE PT-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE SPACES TO DR-ARG-CURRENCY
           IF DR-ARG-WAS-OPEN NOT = 'Y'
              MOVE DR-ARG-DATE TO PT-VALUE-DATE
              REWRITE PT-RECORD
              ADD 1 TO WS-TRANSFERS-ROLLED
              DISPLAY '{"transfer-rolled":"' PT-FROM-NAME
                 '","value-date":' PT-VALUE-DATE '}'
           ELSE
              PERFORM POST-ONE-TRANSFER
           END-IF.
       POST-ONE-TRANSFER.
           MOVE 96 TO TR-ARG-LENGTH
           MOVE PT-AMOUNT TO TR-ARG-AMOUNT
              MOVE 'D' TO PT-STATUS
              REWRITE PT-RECORD
              ADD 1 TO WS-TRANSFERS-POSTED
              ADD 1 TO RS-ARG-POSTED
           ELSE
      *'H' = TRNSFR parked it in a live hold (second-teller approval
      *or the screening queue) - the hold owns the payment now, so
            IF TR-ARG-RESULT = 'H'
              MOVE 'D' TO PT-STATUS
              REWRITE PT-RECORD
              ADD 1 TO RS-ARG-POSTED
            ELSE
              ADD 1 TO RS-ARG-REJECTED
      *The rejection rides the retry queue from here; only once the
      *queue has actually taken it is the pending record marked
      *over, so nothing can fall between the two files
           COMPUTE RT-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
           MOVE RT-NEXT-DATE TO DR-ARG-DATE
           MOVE PT-CURRENCY TO DR-ARG-CURRENCY
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE SPACES TO DR-ARG-CURRENCY
           MOVE DR-ARG-DATE TO RT-NEXT-DATE
           MOVE WS-TODAY TO RT-FIRST-FAIL-DATE
           MOVE PT-AMOUNT TO RT-AMOUNT
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.

