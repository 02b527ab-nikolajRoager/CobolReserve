      *Daily large-cash-transaction compliance report. Scans the
      *day's USER-TRANSFERS, through the POSTIDX business-date
      *index, for over-the-counter cash activity
      *(Deposit/Withdrawal postings), converts each to the default
      *currency through the EXCHANGE buy rate, and aggregates per
      *CUSTOMER - the ACT-OWNER identity behind each wallet, so
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-THRESHOLD PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
      *The cash movement converted to default currency
      *filled - a nonzero figure here means the filing is incomplete
      *and must be said so, never silently
       01 WS-OVERFLOW-DROPPED PIC 9(6) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LCASHREP'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           IF ARG-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
           END-IF

           OPEN INPUT USER-TRANSFERS
           OPEN INPUT POSTING-INDEX
           OPEN INPUT USER-ACCOUNTS
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
              MOVE 'Y' TO WS-ACT-OPEN-OK
                 '"'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS
                 '"'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
           DISPLAY '"error":"Stat file error ' WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           COMPUTE WS-THRESHOLD
              DISPLAY '  "Customers":[]'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

      *Just the day's postings, off the business-date index
           MOVE WS-RUN-DATE TO PI-DATE
           MOVE 1 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-CASH UNTIL WS-EOF = 'Y'
           DISPLAY '  "PostingsNotTallied":' WS-OVERFLOW-DROPPED
           DISPLAY '}'
           PERFORM CLOSE-ALL
           MOVE WS-OVERFLOW-DROPPED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CLOSE-ALL.
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES
           CLOSE STATS.
       TALLY-CASH.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PI-TR-KEY TO TR-KEY
                      READ USER-TRANSFERS RECORD KEY TR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         ADD 1 TO RS-ARG-READ
                         IF TR-TYPE-NAME = "Deposit"
                               OR TR-TYPE-NAME = "Withdrawal"
                            PERFORM TALLY-ONE-POSTING
                         END-IF
                      END-READ
                   END-IF
           END-READ.
       TALLY-ONE-POSTING.
           IF WS-SLOT > 0
              ADD 1 TO WS-OW-COUNT(WS-SLOT)
              ADD WS-AMOUNT-DEF TO WS-OW-TOTAL(WS-SLOT)
              ADD 1 TO RS-ARG-POSTED
              PERFORM NOTE-WALLET
           ELSE
              ADD 1 TO WS-OVERFLOW-DROPPED
              DISPLAY '    ,'
           END-IF
           DISPLAY '    "' WS-OW-ACCTS(WS-IX, WS-AX) '"'.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
