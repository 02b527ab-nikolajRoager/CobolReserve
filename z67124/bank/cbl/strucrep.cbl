      *over S-CASH-REPORT-LIMIT; the customer who deposits just under
      *it five days running sails through. This report aggregates
      *sub-threshold cash deposits and withdrawals per customer
      *identity over a rolling multi-day window - read day by day
      *off the POSTIDX business-date index - flags the classic
      *patterns - repeated just-under-threshold amounts, or a spread
      *of smaller cash that adds up past the limit - and files each
      *flagged identity on the SCRNQ review queue with the
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
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-WINDOW-INT PIC 9(8).
       01 WS-THRESHOLD PIC 9(11)V9(4).
      *A posting at or over this fraction of the limit counts as
      *"just under" - the examiner's own rule of thumb
       01 WS-FLAGGED PIC 9(6) VALUE 0.
       01 WS-ACT-OPEN-OK PIC X VALUE 'N'.
       01 WS-OVERFLOW-DROPPED PIC 9(6) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'STRUCREP'.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-WINDOW-INT
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
              = FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)

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
              DISPLAY '  "Flagged":[]'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED = WS-THRESHOLD * 0.8

      *The window's days follow each other on the business-date
      *index, so one walk from its first day covers them all
           MOVE WS-WINDOW-START TO PI-DATE
           MOVE 0 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-CASH UNTIL WS-EOF = 'Y'
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           PERFORM CLOSE-ALL
           MOVE WS-OWNER-COUNT TO RS-ARG-READ
           MOVE WS-FLAGGED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CLOSE-ALL.
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES
           CLOSE STATS.
      *Sequence 0 is each day's control record, not a posting
       TALLY-CASH.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE > WS-TODAY
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF PI-SEQ > 0
                         MOVE PI-TR-KEY TO TR-KEY
                         READ USER-TRANSFERS RECORD KEY TR-KEY
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            IF TR-TYPE-NAME = "Deposit"
                                  OR TR-TYPE-NAME = "Withdrawal"
                               PERFORM TALLY-ONE-POSTING
                            END-IF
                         END-READ
                      END-IF
                   END-IF
           END-READ.
       TALLY-ONE-POSTING.
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
