       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-IN-PLAN PIC X(1).
       01 WS-ROWS-IN-ARREARS PIC 9(6) VALUE 0.
       01 WS-TOTAL-OVERDUE PIC 9(11)V9(4) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-CUR-OVERDUE PIC 9(11)V9(4) VALUE 0.
       01 WS-CUR-ROWS PIC 9(3) VALUE 0.
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LNARREAR'.
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
           OPEN INPUT LOAN-SCHEDULE
           IF WS-LS-FILE-STATUS NOT = '00' AND NOT = '97'
                 '"'
              DISPLAY '}'
              CLOSE LOAN-SCHEDULE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           DISPLAY '{'
           DISPLAY '  "TotalOverdue":' WS-AMOUNT-EDIT
           DISPLAY '}'
           CLOSE LOAN-SCHEDULE
           MOVE WS-ROWS-IN-ARREARS TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       SCAN-SCHEDULE.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   PERFORM CHECK-IN-PLAN
                   IF LS-IS-UNPAID AND LS-DUE-DATE < WS-TODAY
                         AND WS-IN-PLAN = 'N'
                      PERFORM COUNT-ONE-ARREAR
                   END-IF
           END-READ.
      *A row re-shaped under an LNFORB plan that is still running is
      *not in arrears whatever its due date says
       CHECK-IN-PLAN.
           MOVE 'N' TO WS-IN-PLAN
           IF LS-FORB-UNTIL NUMERIC
              IF LS-FORB-UNTIL >= WS-TODAY
                 MOVE 'Y' TO WS-IN-PLAN
              END-IF
           END-IF.
       COUNT-ONE-ARREAR.
           IF LS-ACCOUNT NOT = WS-CUR-ACCOUNT
                 OR LS-LOAN-SEQ NOT = WS-CUR-SEQ
              DISPLAY '  }'
              MOVE 'N' TO WS-GROUP-OPEN
           END-IF.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
