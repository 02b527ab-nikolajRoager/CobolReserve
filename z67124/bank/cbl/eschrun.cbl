      *holding account credited once after the sweep, the same
      *deferred shape FEESWEP uses
      *
      *The bank's own accounts (BANK, the pools, TAXHELD, VATPAY,
      *ESCHEAT itself) never escheat
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-JR-FILE-STATUS PIC XX.
       COPY wstrnrep.
       01 FLAGS.
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
       COPY dispfmt.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'ESCHRUN'.
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
           PERFORM OPEN-FILES
           COMPUTE WS-NOTICE-DAYS
              DISPLAY '  "error":"No escheatment periods set"'
              DISPLAY '}'
              PERFORM CLOSE-ALL
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM WALK-ACCOUNTS UNTIL WS-EOF = 'Y'
           DISPLAY '  "AccountsEscheated":' WS-ACCOUNTS-ESCHEATED
           DISPLAY '}'
           PERFORM CLOSE-ALL
           MOVE WS-ACCOUNTS-ESCHEATED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O USER-ACCOUNTS
           DISPLAY '"error":"Accounts file error ' WS-FILE-STATUS '"'
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
           END-IF.
       CLOSE-ALL.
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF ACT-NAME NOT = "BANK     "
                         AND ACT-NAME NOT = "ESCHEAT  "
                         AND ACT-NAME NOT = "TAXHELD  "
                         AND ACT-NAME NOT = "VATPAY   "
                         AND ACT-NAME NOT = "TERMPOOL "
                         AND ACT-NAME NOT = "LOANPOOL "
                         AND ACT-NAME NOT = "SETTLE   "
                         AND ACT-NAME NOT = "MRESERVE "
                         AND ACT-NAME NOT = "INBSUSP  "
                         AND ACT-NAME NOT = "BILLCLR  "
                         AND ACT-NAME NOT = "DRAFTS   "
                         AND ACT-NAME NOT = "MKTGCOST "
                      PERFORM CHECK-ONE-ACCOUNT
                         THRU CHECK-ONE-ACCOUNT-EXIT
                   END-IF
           MOVE 'W' TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-BEFORE
           MOVE TR-RECORD TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL
           PERFORM INDEX-TRANSFER-WRITE.
      *Put the posting on its business day's index for the daily
      *batches - only once the ledger really holds it
       INDEX-TRANSFER-WRITE.
           IF WS-T-FILE-STATUS = '00'
              MOVE 'A' TO PU-ARG-ACTION
              MOVE TR-KEY TO PU-ARG-TR-KEY
              MOVE SPACES TO PU-ARG-NEW-KEY
              CALL 'PIDXUPD' USING PU-ARG-BUFFER
           END-IF.
      *Append one before/after image pair, the same open-append
      *idiom the notification outbox uses
       WRITE-JOURNAL.
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
