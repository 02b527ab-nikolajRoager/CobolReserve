      *this account) to build a running balance - snapshotting it as
      *the opening balance the moment the requested month is reached,
      *then printing one line per transaction in that month, and the
      *closing balance once the month (or the history) runs out.
      *The foot also carries what the month's purchase round-ups put
      *aside into the customer's savings, and the product terms the
      *account was priced on at the month's end. A customer whose
      *mail comes back returned gets no statement printed - MAILHOLD
      *books it on HELDMAIL and it is reprinted here once MODCUST has
      *the new address
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PK-KEY
              FILE STATUS IS WS-PK-FILE-STATUS.
      *Card purchases the customer is paying off in instalments
           SELECT INSTALMENT-PLANS ASSIGN TO INSTPLAN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IP-KEY
              FILE STATUS IS WS-IP-FILE-STATUS.
      *Round-ups RNDPOST put aside on the account's purchases
           SELECT ROUNDUP-LEDGER ASSIGN TO RNDLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RD-KEY
              FILE STATUS IS WS-RD-FILE-STATUS.
      *The account itself, for the product it is priced on
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-ACT-FILE-STATUS.
           SELECT TRANSFER-ARCHIVE ASSIGN TO TRANARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY acmsum.
       FD  SAVE-POCKETS DATA RECORD IS PK-RECORD.
       COPY pocketrec.
       FD  ROUNDUP-LEDGER DATA RECORD IS RD-RECORD.
       COPY rndledg.
       FD  INSTALMENT-PLANS DATA RECORD IS IP-RECORD.
       COPY instplan.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS     PIC XX.
       01  WS-PK-FILE-STATUS  PIC XX.
       01  WS-PK-DONE         PIC X.
       01  WS-PK-START        PIC X VALUE 'Y'.
       01  WS-RD-FILE-STATUS  PIC XX.
       01  WS-RD-DONE         PIC X.
       01  WS-RD-COUNT        PIC 9(6) VALUE 0.
       01  WS-RD-SAVED        PIC 9(11)V9(4) VALUE 0.
       01  WS-IP-FILE-STATUS  PIC XX.
       01  WS-IP-DONE         PIC X.
       01  WS-IP-START        PIC X VALUE 'Y'.
       01  WS-IP-ROW          PIC 9(2).
       01  WS-IP-PAID         PIC 9(2).
      *Y = the plan was live at some point in the statement month
       01  WS-IP-SHOW         PIC X.
       01  WS-IP-NEXT-DUE     PIC 9(8).
       01  WS-IP-NEXT-AMOUNT  PIC 9(11)V9(4).
      *First and first-of-next-month dates, to bracket the statement
       01  WS-MONTH-START      PIC 9(8).
       01  WS-NEXT-MONTH-START PIC 9(8).
       01  WS-TY-IX PIC 9(3).
       01  WS-TY-SLOT PIC 9(3).
       01  WS-TY-START PIC X VALUE 'Y'.
       01  WS-ACT-FILE-STATUS PIC XX.
       01  WS-RATE-EDIT PIC 9.9999.
      *Laid out exactly like PRODTERM's own LINKAGE SECTION
       01 PT-ARG-BUFFER.
           05 PT-ARG-PRODUCT-CODE PIC X(8).
           05 PT-ARG-ON-DATE PIC 9(8).
           05 PT-ARG-ACCOUNT-TYPE PIC X(1).
           05 PT-ARG-FOUND PIC X(1).
           05 PT-ARG-PRODUCT-NAME PIC X(20).
           05 PT-ARG-PRODUCT-TYPE PIC X(1).
           05 PT-ARG-CREDIT-RATE PIC 9V9999.
           05 PT-ARG-DEBIT-RATE PIC 9V9999.
           05 PT-ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 PT-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PT-ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 PT-ARG-PRODUCT-STATUS PIC X(1).
           05 PT-ARG-EFFECTIVE-DATE PIC 9(8).
           05 PT-ARG-NOTICE-DAYS PIC 9(3).
           05 PT-ARG-BONUS-RATE PIC 9V9999.
      *Laid out exactly like MAILHOLD's own LINKAGE SECTION
       01 MH-ARG-BUFFER.
           05 MH-ARG-ACCOUNT PIC X(9).
           05 MH-ARG-PROGRAM PIC X(8).
           05 MH-ARG-DOCUMENT PIC X(30).
           05 MH-ARG-DETAIL PIC X(100).
           05 MH-ARG-HELD PIC X(1).
           05 MH-ARG-CUSTOMER PIC X(9).
      *--------------
       LINKAGE SECTION.
      *--------------
           COMPUTE WS-NEXT-MONTH-START =
              WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1

           MOVE WS-NAME TO MH-ARG-ACCOUNT
           MOVE 'STMTPRNT' TO MH-ARG-PROGRAM
           MOVE SPACES TO MH-ARG-DOCUMENT
           STRING 'STATEMENT ' ARG-YEAR ARG-MONTH
              DELIMITED BY SIZE INTO MH-ARG-DOCUMENT
           MOVE SPACES TO MH-ARG-DETAIL
           CALL 'MAILHOLD' USING MH-ARG-BUFFER
           IF MH-ARG-HELD = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Account":"' WS-NAME '",'
              DISPLAY '  "HeldMail":"' MH-ARG-CUSTOMER '"'
              DISPLAY '}'
              GOBACK
           END-IF

           PERFORM TRY-MONTH-SUMMARY

           OPEN INPUT USER-TRANSFERS
           DISPLAY '  ,"Pockets":['
           PERFORM SHOW-POCKETS
           DISPLAY '  ]'
      *Card purchases being paid off in instalments - what is still
      *owed and what comes out next
           DISPLAY '  ,"InstalmentPlans":['
           PERFORM SHOW-INSTALMENT-PLANS
           DISPLAY '  ]'
      *And where the month's money went, type by type - the duty-of-
      *care summary the budgets alert against
           DISPLAY '  ,"SpendingByType":['
           MOVE 0 TO WS-TY-IX
           PERFORM SHOW-ONE-TYPE WS-TY-COUNT TIMES
           DISPLAY '  ]'
      *And what the month's round-ups saved
           PERFORM SUM-ROUND-UPS
           MOVE WS-RD-SAVED TO WS-DISPLAY-AMOUNT
           DISPLAY '  ,"RoundUpsSaved":' WS-DISPLAY-AMOUNT
           DISPLAY '  ,"RoundUpPurchases":' WS-RD-COUNT
      *And the terms the account was on as the month closed
           PERFORM SHOW-PRODUCT-TERMS
           DISPLAY '}'
           CLOSE USER-TRANSFERS
           GOBACK.
      *The product terms in force on the month's last day. An account
      *that can not be read (closed since) shows the bank-wide terms
       SHOW-PRODUCT-TERMS.
           MOVE SPACES TO PT-ARG-PRODUCT-CODE
           MOVE 'C' TO PT-ARG-ACCOUNT-TYPE
           OPEN INPUT USER-ACCOUNTS
           IF WS-ACT-FILE-STATUS = '00' OR WS-ACT-FILE-STATUS = '97'
              MOVE WS-NAME TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
                 MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
              END-READ
              CLOSE USER-ACCOUNTS
           END-IF
           COMPUTE PT-ARG-ON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1)
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           IF PT-ARG-FOUND = 'Y'
              DISPLAY '  ,"Product":"' PT-ARG-PRODUCT-CODE '"'
              DISPLAY '  ,"ProductName":"' PT-ARG-PRODUCT-NAME '"'
           ELSE
              DISPLAY '  ,"Product":""'
              DISPLAY '  ,"ProductName":"Standard terms"'
           END-IF
           MOVE PT-ARG-CREDIT-RATE TO WS-RATE-EDIT
           DISPLAY '  ,"CreditRate":' WS-RATE-EDIT
           MOVE PT-ARG-DEBIT-RATE TO WS-RATE-EDIT
           DISPLAY '  ,"DebitRate":' WS-RATE-EDIT
           MOVE PT-ARG-MIN-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY '  ,"MinBalance":' WS-DISPLAY-AMOUNT
           MOVE PT-ARG-MAINTENANCE-FEE TO WS-DISPLAY-AMOUNT
           DISPLAY '  ,"MaintenanceFee":' WS-DISPLAY-AMOUNT.
      *Walk the account's slice of the pocket file. No pocket file
      *on disk just means nobody has opened one yet
       SHOW-POCKETS.
                      END-IF
                   END-IF
           END-READ.
      *The account's round-up rows stamped inside the month. No
      *ledger on disk just means nobody has opted in yet
       SUM-ROUND-UPS.
           MOVE 'N' TO WS-RD-DONE
           OPEN INPUT ROUNDUP-LEDGER
           IF WS-RD-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-RD-DONE
           ELSE
              MOVE WS-NAME TO RD-ACCOUNT
              MOVE LOW-VALUES TO RD-TIME-STAMP
              MOVE WS-MONTH-START TO RD-TIME-STAMP(1:8)
              START ROUNDUP-LEDGER KEY IS >= RD-KEY
              IF WS-RD-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-RD-DONE
              END-IF
           END-IF
           PERFORM SUM-ONE-ROUND-UP UNTIL WS-RD-DONE = 'Y'
           CLOSE ROUNDUP-LEDGER.
       SUM-ONE-ROUND-UP.
           READ ROUNDUP-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RD-DONE
               NOT AT END
                   IF RD-ACCOUNT NOT = WS-NAME
                         OR RD-POST-DATE >= WS-NEXT-MONTH-START
                      MOVE 'Y' TO WS-RD-DONE
                   ELSE
                      ADD 1 TO WS-RD-COUNT
                      ADD RD-AMOUNT TO WS-RD-SAVED
                   END-IF
           END-READ.
      *Walk the account's slice of the instalment plan file: every
      *plan booked by the month's end that was still active, or
      *completed by a payment inside the month
       SHOW-INSTALMENT-PLANS.
           MOVE 'N' TO WS-IP-DONE
           OPEN INPUT INSTALMENT-PLANS
           IF WS-IP-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-IP-DONE
           ELSE
              MOVE WS-NAME TO IP-ACCOUNT
              MOVE LOW-VALUES TO IP-PURCHASE-STAMP
              START INSTALMENT-PLANS KEY IS >= IP-KEY
              IF WS-IP-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-IP-DONE
              END-IF
           END-IF
           PERFORM SHOW-ONE-PLAN UNTIL WS-IP-DONE = 'Y'
           CLOSE INSTALMENT-PLANS.
       SHOW-ONE-PLAN.
           READ INSTALMENT-PLANS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-IP-DONE
               NOT AT END
                   IF IP-ACCOUNT NOT = WS-NAME
                      MOVE 'Y' TO WS-IP-DONE
                   ELSE
                      IF IP-BOOKED-DATE < WS-NEXT-MONTH-START
                         PERFORM SUM-PLAN-ROWS
                      ELSE
                         MOVE 'N' TO WS-IP-SHOW
                      END-IF
                      IF WS-IP-SHOW = 'Y'
                         PERFORM SHOW-PLAN-LINE
                      END-IF
                   END-IF
           END-READ.
       SUM-PLAN-ROWS.
           MOVE 'N' TO WS-IP-SHOW
           IF IP-IS-ACTIVE
              MOVE 'Y' TO WS-IP-SHOW
           END-IF
           MOVE 0 TO WS-IP-PAID
           MOVE 0 TO WS-IP-NEXT-DUE
           MOVE 0 TO WS-IP-NEXT-AMOUNT
           MOVE 0 TO WS-IP-ROW
           PERFORM SUM-ONE-PLAN-ROW IP-TERM TIMES.
       SUM-ONE-PLAN-ROW.
           ADD 1 TO WS-IP-ROW
           IF IP-ROW-PAID(WS-IP-ROW)
              ADD 1 TO WS-IP-PAID
              IF IP-PAID-DATE(WS-IP-ROW) >= WS-MONTH-START
                 MOVE 'Y' TO WS-IP-SHOW
              END-IF
           ELSE
              IF WS-IP-NEXT-DUE = 0
                 MOVE IP-DUE-DATE(WS-IP-ROW) TO WS-IP-NEXT-DUE
                 MOVE IP-INSTALMENT(WS-IP-ROW) TO WS-IP-NEXT-AMOUNT
              END-IF
           END-IF.
       SHOW-PLAN-LINE.
           IF WS-IP-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-IP-START
           MOVE IP-PRINCIPAL TO WS-DISPLAY-AMOUNT
           DISPLAY '  {"Merchant":"' IP-MERCHANT
              '","Currency":"' IP-CURRENCY
              '","Principal":' WS-DISPLAY-AMOUNT ','
           MOVE IP-OUTSTANDING TO WS-DISPLAY-AMOUNT
           DISPLAY '   "Outstanding":' WS-DISPLAY-AMOUNT
              ',"Paid":' WS-IP-PAID ',"Of":' IP-TERM ','
           MOVE WS-IP-NEXT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY '   "NextDue":' WS-IP-NEXT-DUE
              ',"NextAmount":' WS-DISPLAY-AMOUNT '}'.
       SCAN-ACCOUNT-HISTORY.
           READ USER-TRANSFERS NEXT RECORD
               AT END
