      *availability date has arrived, the same sweep shape HOLDSWP
      *uses on card holds. The ledger balance never moved, so a
      *release is just the hold record changing state - the
      *available-balance inquiry stops netting it out. A cheque
      *hold is left for CHQRTIN, which releases it on clearing
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-HOLDS-RELEASED PIC 9(6) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'AVRELSE'.
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
           OPEN I-O AVAIL-HOLDS
           IF WS-AV-FILE-STATUS NOT = '00' AND NOT = '97'
                 WS-AV-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE AVAIL-HOLDS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM RELEASE-DUE-HOLDS UNTIL WS-EOF = 'Y'
           DISPLAY '  "HoldsReleased":' WS-HOLDS-RELEASED
           DISPLAY '}'
           CLOSE AVAIL-HOLDS
           MOVE WS-HOLDS-RELEASED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       RELEASE-DUE-HOLDS.
           READ AVAIL-HOLDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF AV-IS-HELD AND AV-AVAILABLE-DATE <= WS-TODAY
                         AND NOT AV-ON-CLEARING
                      MOVE 'R' TO AV-STATUS
                      REWRITE AV-RECORD
                      ADD 1 TO WS-HOLDS-RELEASED
                   END-IF
           END-READ.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
