      *Nightly batch job: sweep the GTEEBOOK guarantee register.
      *A guarantee still in force past its expiry date lapses -
      *status E - and the cash margin GTEEISS held against it on
      *LGLHOLDS is released back to the customer. One still running
      *whose periodic fee has fallen due pays it, off the customer
      *and into the BANK account's transaction-fee income with a
      *typed "guarantee fee" leg, capped at the customer's overdraft
      *line the way CHQCLEAR caps an NSF fee; the next fee date then
      *moves on by the guarantee's fee interval, rolled to a business
      *day the way STANDRUN moves a standing order. A fee that finds
      *no room at all stays due and is tried again the next night
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    GTEERUN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO LGLHOLDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
      *Business date
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  LEGAL-HOLDS DATA RECORD IS LH-RECORD.
       COPY lhldrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-GT-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-JOURNAL-STAGING.
           05 WS-JR-FILE-ID PIC X(1).
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
      *Fee actually taken, capped at the customer's overdraft line
       01 WS-FEE-TAKEN PIC S9(11)V9(4).
       01 WS-EXPIRED-COUNT PIC 9(6) VALUE 0.
       01 WS-FEES-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-FEES PIC 9(13)V9(4) VALUE 0.
       01 WS-TOTAL-EDIT PIC Z(12)9.9(4).
       COPY wstrnrep.
      *Laid out exactly like DATEROLL's own LINKAGE SECTION so fee
      *dates can be rolled to the next business day
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'GTEERUN'.
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
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           OPEN I-O GUARANTEE-BOOK
           IF WS-GT-FILE-STATUS = '35'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No guarantees on the book"'
              DISPLAY '}'
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-GT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Guarantee book error ' WS-GT-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Accounts file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE GUARANTEE-BOOK
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
           END-IF
           PERFORM SWEEP-GUARANTEES UNTIL WS-EOF = 'Y'
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "GuaranteesExpired":' WS-EXPIRED-COUNT ','
           DISPLAY '  "FeesCharged":' WS-FEES-COUNT ','
           DISPLAY '  "TotalFees":' WS-TOTAL-EDIT
           DISPLAY '}'
           CLOSE GUARANTEE-BOOK
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           MOVE WS-FEES-COUNT TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       SWEEP-GUARANTEES.
           READ GUARANTEE-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GT-IS-OPEN
                      ADD 1 TO RS-ARG-READ
                      IF GT-EXPIRY-DATE < WS-TODAY
                         PERFORM EXPIRE-GUARANTEE
                      ELSE
                         IF GT-PERIODIC-FEE > 0
                               AND GT-NEXT-FEE-DATE > 0
                               AND GT-NEXT-FEE-DATE <= WS-TODAY
                            PERFORM CHARGE-PERIODIC-FEE
                               THRU CHARGE-PERIODIC-FEE-EXIT
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *Lapse the guarantee and lift the margin hold, the way LGLHOLD
      *releases a court order
       EXPIRE-GUARANTEE.
           IF GT-MARGIN > 0
              OPEN I-O LEGAL-HOLDS
              MOVE GT-ACCOUNT TO LH-ACCOUNT
              MOVE GT-REFERENCE TO LH-COURT-REF
              READ LEGAL-HOLDS RECORD KEY LH-KEY
              NOT INVALID KEY
                 MOVE 'R' TO LH-STATUS
                 REWRITE LH-RECORD
              END-READ
              CLOSE LEGAL-HOLDS
           END-IF
           MOVE 'E' TO GT-STATUS
           MOVE WS-TODAY TO GT-CLOSED-DATE
           REWRITE GT-RECORD
           ADD 1 TO WS-EXPIRED-COUNT.
      *Take one period's fee off the customer and credit it to BANK,
      *then move the next fee date on
       CHARGE-PERIODIC-FEE.
           MOVE GT-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              GO TO CHARGE-PERIODIC-FEE-EXIT
           END-READ
           MOVE GT-PERIODIC-FEE TO WS-FEE-TAKEN
           IF ACT-BALANCE - WS-FEE-TAKEN < - ACT-OVERDRAFT-LIMIT
              COMPUTE WS-FEE-TAKEN = ACT-BALANCE + ACT-OVERDRAFT-LIMIT
           END-IF
           IF WS-FEE-TAKEN <= 0
              GO TO CHARGE-PERIODIC-FEE-EXIT
           END-IF
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-TAKEN
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-GUARANTEE-FEE
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-FEE-TAKEN
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + WS-FEE-TAKEN
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           ADD WS-FEE-TAKEN TO GT-FEES-TAKEN
           ADD 1 TO WS-FEES-COUNT
           ADD WS-FEE-TAKEN TO WS-TOTAL-FEES
      *Push the fee date on by the guarantee's own interval, not just
      *to today, so a missed night doesn't lose the cadence
           COMPUTE GT-NEXT-FEE-DATE =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(GT-NEXT-FEE-DATE)
                 + GT-FEE-DAYS)
           MOVE GT-NEXT-FEE-DATE TO DR-ARG-DATE
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           MOVE DR-ARG-DATE TO GT-NEXT-FEE-DATE
           REWRITE GT-RECORD.
       CHARGE-PERIODIC-FEE-EXIT.
           EXIT.
      *The typed fee leg on the customer, same staging shape CHQCLEAR
      *uses for its NSF fee
       LOG-GUARANTEE-FEE.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE "BANK     " TO WS-TR-THEIR-NAME
           MOVE "guarantee fee" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-FEE-TAKEN
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-FEE-TAKEN
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE WS-FEE-TAKEN TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE GT-REFERENCE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
       JOURNAL-TRANSFER-WRITE.
           MOVE 'T' TO WS-JR-FILE-ID
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
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'GTEERUN' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Keep the account's month summary in step with the leg just
      *logged, the same shape CHQCLEAR maintains it in. A summary
      *that can not be written never blocks the posting
       UPDATE-MONTH-SUMMARY.
           OPEN I-O MONTH-SUMMARY
           IF WS-AM-FILE-STATUS = '35'
              OPEN OUTPUT MONTH-SUMMARY
              CLOSE MONTH-SUMMARY
              OPEN I-O MONTH-SUMMARY
           END-IF
           IF WS-AM-FILE-STATUS NOT = '00'
                 AND WS-AM-FILE-STATUS NOT = '97'
              CLOSE MONTH-SUMMARY
              GO TO UPDATE-MONTH-SUMMARY-EXIT
           END-IF
           MOVE WS-TR-MY-NAME TO AM-ACCOUNT
           MOVE WS-TR-TIME-STAMP(1:6) TO AM-MONTH
           READ MONTH-SUMMARY RECORD KEY AM-KEY
           INVALID KEY
              PERFORM INIT-MONTH-SUMMARY
           END-READ
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-TYPE-NAME NOT = "guarantee fee"
              IF WS-TR-OWN-AMOUNT >= 0
                 ADD 1 TO AM-CREDIT-COUNT
              ELSE
                 ADD 1 TO AM-DEBIT-COUNT
              END-IF
           END-IF
           IF WS-TR-OWN-AMOUNT >= 0
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
           ELSE
              COMPUTE AM-DEBIT-TOTAL
                 = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           END-IF
           COMPUTE AM-FEE-TOTAL = AM-FEE-TOTAL
              + WS-TR-EXHANGE-FEE + WS-TR-TRANSACTION-FEE
           ADD WS-TR-OWN-AMOUNT TO AM-CLOSING-BALANCE
           WRITE AM-RECORD
           INVALID KEY
              REWRITE AM-RECORD
           END-WRITE
           CLOSE MONTH-SUMMARY.
       UPDATE-MONTH-SUMMARY-EXIT.
           EXIT.
      *First leg of a fresh month: zero the buckets and chain the
      *opening from the prior month's closing, zero when the account
      *has no prior summary
       INIT-MONTH-SUMMARY.
           MOVE 0 TO AM-CREDIT-COUNT
           MOVE 0 TO AM-CREDIT-TOTAL
           MOVE 0 TO AM-DEBIT-COUNT
           MOVE 0 TO AM-DEBIT-TOTAL
           MOVE 0 TO AM-FEE-TOTAL
           MOVE 0 TO AM-INTEREST-EARNED
           MOVE 0 TO AM-INTEREST-PAID
           MOVE 0 TO AM-OPENING-BALANCE
           MOVE AM-MONTH(1:4) TO WS-AM-YY
           MOVE AM-MONTH(5:2) TO WS-AM-MM
           IF WS-AM-MM = 1
              COMPUTE WS-AM-YY = WS-AM-YY - 1
              MOVE 12 TO WS-AM-MM
           ELSE
              COMPUTE WS-AM-MM = WS-AM-MM - 1
           END-IF
           COMPUTE WS-AM-PREV-MONTH = WS-AM-YY * 100 + WS-AM-MM
           MOVE WS-AM-PREV-MONTH TO AM-MONTH
           READ MONTH-SUMMARY RECORD KEY AM-KEY
           NOT INVALID KEY
              MOVE AM-CLOSING-BALANCE TO AM-OPENING-BALANCE
              MOVE 0 TO AM-CREDIT-COUNT
              MOVE 0 TO AM-CREDIT-TOTAL
              MOVE 0 TO AM-DEBIT-COUNT
              MOVE 0 TO AM-DEBIT-TOTAL
              MOVE 0 TO AM-FEE-TOTAL
              MOVE 0 TO AM-INTEREST-EARNED
              MOVE 0 TO AM-INTEREST-PAID
           END-READ
           MOVE WS-TR-MY-NAME TO AM-ACCOUNT
           MOVE WS-TR-TIME-STAMP(1:6) TO AM-MONTH
           MOVE AM-OPENING-BALANCE TO AM-CLOSING-BALANCE.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
