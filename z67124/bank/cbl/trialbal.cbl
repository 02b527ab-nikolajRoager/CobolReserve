       01 WS-DRIFT             PIC S9(13)V9(4) VALUE 0.
      *Json compatible signed amounts, no leading zeros
       01 WS-TOTAL-JSON  PIC -(12)9.9999.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'TRIALBAL'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           PERFORM OPEN-FILES
           PERFORM SCAN-ACCOUNTS UNTIL WS-EOF = 'Y'
           PERFORM CONVERT-ONE-CURRENCY
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES
           CLOSE STATS
           MOVE WS-SPOOL-LINE-NO TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN INPUT USER-ACCOUNTS
              CLOSE USER-ACCOUNTS
              CLOSE EXCHANGE-RATES
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
              CLOSE EXCHANGE-RATES
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF.
       SCAN-ACCOUNTS.
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF ACT-NAME = "BANK     "
                      MOVE ACT-BALANCE TO WS-BANK-BALANCE
                      MOVE ACT-CURRENCY TO WS-BANK-CURRENCY
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
