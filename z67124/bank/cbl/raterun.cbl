       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'RATERUN'.
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
           OPEN I-O PENDING-RATES
                 '"'
              DISPLAY '}'
              CLOSE PENDING-RATES
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM POST-DUE-RATES UNTIL WS-EOF = 'Y'
           DISPLAY '  "RatesPosted":' WS-RATES-POSTED
           DISPLAY '}'
           CLOSE PENDING-RATES
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       POST-DUE-RATES.
           READ PENDING-RATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF PX-IS-PENDING AND PX-EFFECTIVE-DATE <= WS-TODAY
                      PERFORM POST-ONE-RATE
                   END-IF
           CALL 'SETEXCH' USING SX-ARG-BUFFER
           MOVE 'D' TO PX-STATUS
           REWRITE PX-RECORD
           ADD 1 TO WS-RATES-POSTED
           ADD 1 TO RS-ARG-POSTED.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
