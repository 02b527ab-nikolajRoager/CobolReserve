       01 WS-OLDEST-UNPAID PIC 9(8).
       01 WS-DAYS-PAST PIC S9(8).
       01 WS-NEW-STAGE PIC X(1).
       01 WS-IN-PLAN PIC X(1).
       01 WS-SAVED-LN-KEY PIC X(13).
       01 WS-LOANS-ROLLED PIC 9(6) VALUE 0.
       01 WS-STAGE-MOVES PIC 9(6) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LNSTAGE'.
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
           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '  "error":"No loan book on file"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT LOAN-SCHEDULE
           DISPLAY '}'
           CLOSE LOAN-MASTER
           CLOSE LOAN-SCHEDULE
           MOVE WS-STAGE-MOVES TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       ROLL-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               NOT AT END
                   IF LN-IS-OPEN
                      ADD 1 TO WS-LOANS-ROLLED
                      ADD 1 TO RS-ARG-READ
                      PERFORM STAGE-ONE-LOAN
                   END-IF
           END-READ.
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      PERFORM CHECK-IN-PLAN
                      IF LS-IS-UNPAID AND WS-IN-PLAN = 'N'
                            AND LS-DUE-DATE < WS-OLDEST-UNPAID
                         MOVE LS-DUE-DATE TO WS-OLDEST-UNPAID
                      END-IF
                   END-IF
           END-READ.
      *A row re-shaped under an LNFORB plan that is still running is
      *not past due whatever its due date says
       CHECK-IN-PLAN.
           MOVE 'N' TO WS-IN-PLAN
           IF LS-FORB-UNTIL NUMERIC
              IF LS-FORB-UNTIL >= WS-TODAY
                 MOVE 'Y' TO WS-IN-PLAN
              END-IF
           END-IF.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
