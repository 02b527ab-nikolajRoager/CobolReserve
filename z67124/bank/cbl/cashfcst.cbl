      *branch can ring the customer before the bounce instead of
      *after it. Target-balance sweeps are skipped (their amount
      *depends on balances this forecast is itself guessing at) and
      *fees are not modelled - this is a forecast, not a statement.
      *Withdrawal notices open on a notice savings account are
      *listed with their maturity and expiry dates - they are when
      *the customer may take the money out, not a known movement
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LS-KEY
              FILE STATUS IS WS-LS-FILE-STATUS.
           SELECT NOTICE-REGISTER ASSIGN TO NOTICES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY termrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  NOTICE-REGISTER DATA RECORD IS NT-RECORD.
       COPY notcrec.
      *-------------------
       WORKING-STORAGE SECTION.
       COPY dispfmt.
       01 WS-PT-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-NAME PIC X(9).
       01 WS-FIRST-NEGATIVE PIC 9(8) VALUE 0.
       01 WS-FIRST-BREACH PIC 9(8) VALUE 0.
       01 WS-TD-PAYOUT PIC 9(11)V9(4).
       01 WS-NOTICE-LEFT PIC S9(12)V9(4).
      *--------------
       LINKAGE SECTION.
      *--------------
           MOVE WS-PROJECTED TO WS-DISPLAY-AMOUNT
           DISPLAY '  "BalanceDay30":' WS-DISPLAY-AMOUNT ','
           DISPLAY '  "FirstNegativeDate":' WS-FIRST-NEGATIVE ','
           DISPLAY '  "FirstOverdraftBreach":' WS-FIRST-BREACH ','
           DISPLAY '  "Notices":['
           MOVE 'Y' TO WS-START
           PERFORM GATHER-NOTICES
           DISPLAY '  ]'
           DISPLAY '}'
           GOBACK.
      *Fixed standing orders touching this account, each occurrence
                 AND WS-FIRST-BREACH = 0
              MOVE WS-DAY-DATE TO WS-FIRST-BREACH
           END-IF.
      *Open withdrawal notices still inside their drawing window,
      *with what is left of each to draw
       GATHER-NOTICES.
           MOVE 'N' TO WS-EOF
           OPEN INPUT NOTICE-REGISTER
           IF WS-NT-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-NAME TO NT-ACCOUNT
              MOVE LOW-VALUES TO NT-TIME-STAMP
              START NOTICE-REGISTER KEY IS >= NT-KEY
              IF WS-NT-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM CHECK-ONE-NOTICE UNTIL WS-EOF = 'Y'
           CLOSE NOTICE-REGISTER.
       CHECK-ONE-NOTICE.
           READ NOTICE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NT-ACCOUNT NOT = WS-NAME
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF NT-IS-OPEN AND NT-EXPIRY-DATE >= WS-TODAY
                         PERFORM SHOW-ONE-NOTICE
                      END-IF
                   END-IF
           END-READ.
       SHOW-ONE-NOTICE.
           IF WS-START NOT = 'Y'
              DISPLAY '    ,'
           END-IF
           MOVE 'N' TO WS-START
           COMPUTE WS-NOTICE-LEFT = NT-AMOUNT - NT-USED
           DISPLAY '    {'
           DISPLAY '      "Kind":"' NT-KIND '",'
           MOVE WS-NOTICE-LEFT TO WS-DISPLAY-AMOUNT
           DISPLAY '      "Amount":' WS-DISPLAY-AMOUNT ','
           DISPLAY '      "MaturityDate":' NT-MATURITY-DATE ','
           DISPLAY '      "ExpiryDate":' NT-EXPIRY-DATE
           DISPLAY '    }'.
