      *Daily reconciliation: sums TR-EXHANGE-FEE and TR-TRANSACTION-FEE
      *out of every USER-TRANSFERS record logged on ARG-DATE - found
      *through the POSTIDX business-date index - and
      *(when the day-of-month is keyed as 00) a whole-month mode
      *that totals the fee column straight out of the account-month
      *summaries the posting programs keep, instead of crawling the
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-PI-FILE-STATUS.
      *Account-month summaries kept by the posting programs - the
      *month mode reads its fee totals here
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       01 FLAGS.
           05 WS-FILE-STATUS   PIC XX.
           05 WS-T-FILE-STATUS PIC XX.
           05 WS-PI-FILE-STATUS PIC XX.
           05 WS-EOF            PIC X VALUE 'N'.
       01 WS-TODAY             PIC 9(8).
       01 WS-TARGET-DATE       PIC 9(8).
       01 WS-AM-FILE-STATUS    PIC XX.
       01 WS-AM-EOF             PIC X VALUE 'N'.
       01 WS-TARGET-MONTH       PIC 9(6).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'FEERECON'.
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
           PERFORM READ-INPUT
           PERFORM OPEN-FILES
           IF WS-TARGET-MONTH > 0
              PERFORM SCAN-MONTH-SUMMARIES
           ELSE
              PERFORM POSITION-POSTING-INDEX
              PERFORM SCAN-TRANSFERS UNTIL WS-EOF = 'Y'
           END-IF
           PERFORM READ-BANK-BALANCE
           COMPUTE WS-DRIFT = WS-BANK-DELTA - WS-FEE-TOTAL
           PERFORM PRINT-REPORT
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           CLOSE USER-ACCOUNTS
           MOVE WS-RECORD-COUNT TO RS-ARG-READ
           MOVE WS-SPOOL-LINE-NO TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       READ-INPUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF.
      *The day mode reads just the target day's postings off the
      *business-date index, one keyed ledger read each
       POSITION-POSTING-INDEX.
           OPEN INPUT POSTING-INDEX
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE POSTING-INDEX
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE WS-TARGET-DATE TO PI-DATE
           MOVE 1 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF.
       SCAN-TRANSFERS.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE NOT = WS-TARGET-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PI-TR-KEY TO TR-KEY
                      READ USER-TRANSFERS RECORD KEY TR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         ADD TR-EXHANGE-FEE TO WS-FEE-TOTAL
                         ADD TR-TRANSACTION-FEE TO WS-FEE-TOTAL
                         ADD 1 TO WS-RECORD-COUNT
                      END-READ
                   END-IF
           END-READ.
       READ-BANK-BALANCE.
                      ADD 1 TO WS-RECORD-COUNT
                   END-IF
           END-READ.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
