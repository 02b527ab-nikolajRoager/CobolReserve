      *against the ledger balance, converting each commitment into
      *the account's own currency through the same buy-then-sell legs
      *TRNSFR itself would use. Returns both figures plus an itemized
      *list of every earmark. On a notice savings account the figure
      *is further capped at the matured notice NOTCHECK would let
      *go, and the open notices are listed with their dates
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CH-FILE-STATUS.
      *Card purchase instalment plans - an instalment INSTCOLL will
      *take tonight or tomorrow is as spoken-for as a standing order
           SELECT INSTALMENT-PLANS ASSIGN TO INSTPLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-KEY
              FILE STATUS IS WS-IP-FILE-STATUS.
      *Withdrawal notices given on a notice savings account
           SELECT NOTICE-REGISTER ASSIGN TO NOTICES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY pocketrec.
       FD  CARD-HOLDS DATA RECORD IS CH-RECORD.
       COPY cardhold.
       FD  INSTALMENT-PLANS DATA RECORD IS IP-RECORD.
       COPY instplan.
       FD  NOTICE-REGISTER DATA RECORD IS NT-RECORD.
       COPY notcrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-CH-FILE-STATUS PIC XX.
       01 WS-PK-FILE-STATUS PIC XX.
       01 WS-IP-FILE-STATUS PIC XX.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-IP-ROW PIC 9(2).
       01 WS-DONE PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-NAME PIC X(9).
           05 WS-SELL-MAN PIC 9(6).
           05 WS-SELL-EXP PIC S9.
           05 WS-EXP-FACTOR PIC 9(7)V9(8).
      *Laid out exactly like NOTCHECK's own LINKAGE SECTION
       01 NC-ARG-BUFFER.
           05 NC-ARG-ACCOUNT PIC X(9).
           05 NC-ARG-PRODUCT-CODE PIC X(8).
           05 NC-ARG-ACCOUNT-TYPE PIC X(1).
           05 NC-ARG-ACTION PIC X(1).
           05 NC-ARG-AMOUNT PIC 9(11)V9(4).
           05 NC-ARG-RESULT PIC X(1).
           05 NC-ARG-NOTICE-DAYS PIC 9(3).
           05 NC-ARG-MATURED PIC 9(11)V9(4).
           05 NC-ARG-PENDING PIC 9(11)V9(4).
           05 NC-ARG-NEXT-MATURITY PIC 9(8).
      *--------------
       LINKAGE SECTION.
      *--------------
           PERFORM SCAN-LEGAL-HOLDS
           PERFORM SCAN-CARD-HOLDS
           PERFORM SCAN-POCKETS
           PERFORM SCAN-INSTALMENT-PLANS
           DISPLAY '  ],'
           MOVE WS-TOTAL-EARMARKED TO WS-AMOUNT-EDIT
           DISPLAY '  "TotalEarmarked":' WS-AMOUNT-EDIT ','
           COMPUTE WS-AVAILABLE = ACT-BALANCE - WS-TOTAL-EARMARKED
      *A notice account can not let go of more than has served its
      *notice, whatever the balance says
           MOVE ACT-NAME TO NC-ARG-ACCOUNT
           MOVE ACT-PRODUCT-CODE TO NC-ARG-PRODUCT-CODE
           MOVE ACT-TYPE TO NC-ARG-ACCOUNT-TYPE
           MOVE 'C' TO NC-ARG-ACTION
           MOVE 0 TO NC-ARG-AMOUNT
           CALL 'NOTCHECK' USING NC-ARG-BUFFER
           IF NC-ARG-NOTICE-DAYS > 0 AND WS-AVAILABLE > NC-ARG-MATURED
              MOVE NC-ARG-MATURED TO WS-AVAILABLE
           END-IF
           MOVE WS-AVAILABLE TO WS-AMOUNT-EDIT
           DISPLAY '  "AvailableBalance":' WS-AMOUNT-EDIT ','
           DISPLAY '  "NoticeDays":' NC-ARG-NOTICE-DAYS ','
           MOVE NC-ARG-MATURED TO WS-AMOUNT-EDIT
           DISPLAY '  "NoticeMatured":' WS-AMOUNT-EDIT ','
           MOVE NC-ARG-PENDING TO WS-AMOUNT-EDIT
           DISPLAY '  "NoticePending":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Notices":['
           MOVE 'Y' TO WS-START
           PERFORM SCAN-NOTICES
           DISPLAY '  ]'
           DISPLAY '}'
           CLOSE STATS
           GOBACK.
           DISPLAY '    "Amount":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           ADD PK-BALANCE TO WS-TOTAL-EARMARKED.
      *Unpaid rows of the account's active instalment plans falling
      *due by tomorrow. Rows already past due sit with the retry
      *queue and count too, until they are paid
       SCAN-INSTALMENT-PLANS.
           MOVE 'N' TO WS-DONE
           OPEN INPUT INSTALMENT-PLANS
           IF WS-IP-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE WS-NAME TO IP-ACCOUNT
              MOVE LOW-VALUES TO IP-PURCHASE-STAMP
              START INSTALMENT-PLANS KEY IS >= IP-KEY
              IF WS-IP-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-DONE
              END-IF
           END-IF
           PERFORM READ-ONE-PLAN UNTIL WS-DONE = 'Y'
           CLOSE INSTALMENT-PLANS.
       READ-ONE-PLAN.
           READ INSTALMENT-PLANS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF IP-ACCOUNT NOT = WS-NAME
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      IF IP-IS-ACTIVE
                         MOVE 0 TO WS-IP-ROW
                         PERFORM CHECK-ONE-PLAN-ROW IP-TERM TIMES
                      END-IF
                   END-IF
           END-READ.
       CHECK-ONE-PLAN-ROW.
           ADD 1 TO WS-IP-ROW
           IF NOT IP-ROW-PAID(WS-IP-ROW)
                 AND IP-DUE-DATE(WS-IP-ROW) <= WS-TOMORROW
              MOVE IP-INSTALMENT(WS-IP-ROW) TO WS-ITEM-AMOUNT
              MOVE IP-CURRENCY TO WS-ITEM-CCY
              PERFORM CONVERT-TO-ACCOUNT
                 THRU CONVERT-TO-ACCOUNT-EXIT
              PERFORM REPORT-ITEM-INSTALMENT
           END-IF.
       REPORT-ITEM-INSTALMENT.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Type":"card instalment due",'
           DISPLAY '    "Merchant":"' IP-MERCHANT '",'
           DISPLAY '    "DueDate":' IP-DUE-DATE(WS-IP-ROW) ','
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '    "Amount":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           ADD WS-ITEM-AMOUNT TO WS-TOTAL-EARMARKED.
      *Every open notice still inside its drawing window, with what
      *is left of it to draw - the same figures NOTCHECK totals
       SCAN-NOTICES.
           MOVE 'N' TO WS-DONE
           OPEN INPUT NOTICE-REGISTER
           IF WS-NT-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-DONE
           ELSE
              MOVE WS-NAME TO NT-ACCOUNT
              MOVE LOW-VALUES TO NT-TIME-STAMP
              START NOTICE-REGISTER KEY IS >= NT-KEY
              IF WS-NT-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-DONE
              END-IF
           END-IF
           PERFORM READ-ONE-NOTICE UNTIL WS-DONE = 'Y'
           CLOSE NOTICE-REGISTER.
       READ-ONE-NOTICE.
           READ NOTICE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF NT-ACCOUNT NOT = WS-NAME
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      IF NT-IS-OPEN AND NT-EXPIRY-DATE >= WS-TODAY
                         PERFORM REPORT-NOTICE
                      END-IF
                   END-IF
           END-READ.
       REPORT-NOTICE.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           IF NT-IS-BREAK
              DISPLAY '    "Type":"early break",'
           ELSE
              DISPLAY '    "Type":"notice",'
           END-IF
           DISPLAY '    "NoticeId":"' NT-TIME-STAMP '",'
           DISPLAY '    "GivenDate":' NT-GIVEN-DATE ','
           DISPLAY '    "MaturityDate":' NT-MATURITY-DATE ','
           DISPLAY '    "ExpiryDate":' NT-EXPIRY-DATE ','
           COMPUTE WS-ITEM-AMOUNT = NT-AMOUNT - NT-USED
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '    "Amount":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
