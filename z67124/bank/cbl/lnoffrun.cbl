      *Nightly offset run for offset mortgages. Every active OFFSETLK
      *link's deposit balance (credit balances only, converted into
      *the loan's currency through the default currency at the
      *stored sell-side rate) is summed per loan; the loan is then
      *charged interest only on what the sum leaves of its
      *outstanding balance. The interest the linked money saves -
      *the offset part of the balance at the loan's daily rate, for
      *every calendar day since the loan's last offset night - is
      *accrued on the loan and handed to the instalment as it falls
      *due: off the interest and the payment on an R loan, or off
      *the interest and onto the principal on a T loan, the payment
      *staying level while the rows at the end of the schedule
      *shrink and drop away. Run before LNCOLLCT so the instalment
      *collected is the one the offset has already reduced; run
      *after it and the saving waits for the next instalment instead.
      *Each loan records the day it was accrued through, so a second
      *run on the same business date changes nothing. Links to a loan
      *that is no longer open are ended here, and INTPOST pays those
      *accounts credit interest again from then on
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNOFFRUN.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO LOANSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-LS-FILE-STATUS.
      *The linked deposit accounts, keyed by account
           SELECT OFFSET-LINKS ASSIGN TO OFFSETLK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OL-ACCOUNT
           FILE STATUS IS WS-OL-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  OFFSET-LINKS DATA RECORD IS OL-RECORD.
       COPY offsetlk.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-OL-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-OL-EOF PIC X VALUE 'N'.
       01 WS-LS-EOF PIC X.
       01 WS-TODAY PIC 9(8).
      *The banking day being accrued through - STATFILE's business
      *date, the machine date when none is set
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-DEFAULT-CCY PIC X(3).
       01 WS-SAVED-LN-KEY PIC X(13).
      *Linked balances per loan, in the loan's currency - one slot
      *per loan seen on an active link, the linear-search table the
      *reports keep
       01 WS-LINK-TABLE.
           05 WS-LK-COUNT PIC 9(3) VALUE 0.
           05 WS-LK-ENTRY OCCURS 500 TIMES.
               10 WS-LK-LN-KEY PIC X(13).
               10 WS-LK-BALANCE PIC 9(13)V9(4).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
      *One linked balance on its way into the loan's currency
       01 WS-ITEM-AMOUNT PIC 9(13)V9(4).
       01 WS-ITEM-CCY PIC X(3).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
      *One loan's night
       01 WS-LINKED PIC 9(13)V9(4).
       01 WS-OFFSET PIC 9(11)V9(4).
       01 WS-DAYS PIC 9(5).
       01 WS-DAILY-RATE PIC 9V9(10).
       01 WS-SAVING PIC 9(11)V9(4).
      *The next instalment to fall due and the last row still owed
       01 WS-DUE-NUM PIC 9(3).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-LAST-NUM PIC 9(3).
       01 WS-APPLY PIC 9(11)V9(4).
       01 WS-TRIM-LEFT PIC 9(11)V9(4).
       01 WS-TRIMMED PIC 9(11)V9(4).
       01 WS-TRIM-NUM PIC 9(3).
      *Totals for the run
       01 WS-LINKS-SEEN PIC 9(6) VALUE 0.
       01 WS-LINKS-ENDED PIC 9(6) VALUE 0.
       01 WS-LINKS-UNTABLED PIC 9(6) VALUE 0.
       01 WS-LOANS-ACCRUED PIC 9(6) VALUE 0.
       01 WS-ROWS-REDUCED PIC 9(6) VALUE 0.
       01 WS-ROWS-REMOVED PIC 9(6) VALUE 0.
      *Laid out exactly like DATEROLL's own LINKAGE SECTION
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one central operations event, laid out exactly
      *like OPSLOG's own LINKAGE SECTION
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'LNOFFRUN'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LNOFFRUN'.
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
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           MOVE SPACES TO WS-DEFAULT-CCY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No loan book on file"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O OFFSET-LINKS
           IF WS-OL-FILE-STATUS NOT = '00' AND NOT = '97'
      *No link file yet - nothing has ever been set up
              MOVE 'Y' TO WS-OL-EOF
           END-IF
           OPEN I-O LOAN-SCHEDULE
           OPEN INPUT USER-ACCOUNTS
           OPEN INPUT EXCHANGE-RATES
           IF (WS-LS-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-A-FILE-STATUS NOT = '00' AND NOT = '97')
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Schedule or accounts file error '
                 WS-LS-FILE-STATUS '/' WS-A-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'LOANSCHD' TO OV-ARG-FILE-NAME
              MOVE WS-LS-FILE-STATUS TO OV-ARG-FILE-STATUS
              IF WS-A-FILE-STATUS NOT = '00' AND NOT = '97'
                 MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
                 MOVE WS-A-FILE-STATUS TO OV-ARG-FILE-STATUS
              END-IF
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-FILES
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *First the linked balances, loan by loan
           IF WS-OL-EOF NOT = 'Y'
              MOVE LOW-VALUES TO OL-ACCOUNT
              START OFFSET-LINKS KEY IS >= OL-ACCOUNT
              IF WS-OL-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-OL-EOF
              END-IF
           END-IF
           PERFORM GATHER-ONE-LINK UNTIL WS-OL-EOF = 'Y'
      *Then every offset loan, linked money or not - a loan whose
      *links have all ended still hands over what it accrued
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM OFFSET-ONE-LOAN UNTIL WS-EOF = 'Y'
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "BusinessDate":' WS-BUSINESS-DATE ','
           DISPLAY '  "LinksSeen":' WS-LINKS-SEEN ','
           DISPLAY '  "LinksEnded":' WS-LINKS-ENDED ','
           DISPLAY '  "LinksNotTabled":' WS-LINKS-UNTABLED ','
           DISPLAY '  "LoansAccrued":' WS-LOANS-ACCRUED ','
           DISPLAY '  "InstalmentsReduced":' WS-ROWS-REDUCED ','
           DISPLAY '  "RowsRemoved":' WS-ROWS-REMOVED
           DISPLAY '}'
           PERFORM CLOSE-FILES
           MOVE WS-LOANS-ACCRUED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CLOSE-FILES.
           CLOSE LOAN-MASTER
           CLOSE OFFSET-LINKS
           CLOSE LOAN-SCHEDULE
           CLOSE USER-ACCOUNTS
           CLOSE EXCHANGE-RATES.
       GATHER-ONE-LINK.
           READ OFFSET-LINKS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-OL-EOF
               NOT AT END
                   IF OL-IS-ACTIVE
                      PERFORM GATHER-THE-LINK
                   END-IF
           END-READ.
      *A link to a loan that has closed or been written off ends
      *tonight; a live one adds its credit balance to the loan's slot
       GATHER-THE-LINK.
           ADD 1 TO WS-LINKS-SEEN
           MOVE OL-LN-KEY TO LN-KEY
      *A loan gone from the file ends its links the same way
           READ LOAN-MASTER RECORD KEY LN-KEY
           INVALID KEY
              MOVE 'C' TO LN-STATUS
           END-READ
           IF NOT LN-IS-OPEN
              MOVE 'E' TO OL-STATUS
              MOVE WS-BUSINESS-DATE TO OL-ENDED-DATE
              REWRITE OL-RECORD
              ADD 1 TO WS-LINKS-ENDED
           ELSE
              MOVE 0 TO WS-ITEM-AMOUNT
              MOVE OL-ACCOUNT TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              NOT INVALID KEY
                 IF ACT-BALANCE > 0
                    MOVE ACT-BALANCE TO WS-ITEM-AMOUNT
                    MOVE ACT-CURRENCY TO WS-ITEM-CCY
                    PERFORM CONVERT-TO-LOAN
                 END-IF
              END-READ
              MOVE 0 TO WS-SLOT
              MOVE 0 TO WS-IX
              PERFORM FIND-LINK-SLOT WS-LK-COUNT TIMES
              IF WS-SLOT = 0
                 IF WS-LK-COUNT < 500
                    ADD 1 TO WS-LK-COUNT
                    MOVE WS-LK-COUNT TO WS-SLOT
                    MOVE LN-KEY TO WS-LK-LN-KEY(WS-SLOT)
                    MOVE 0 TO WS-LK-BALANCE(WS-SLOT)
                 ELSE
                    ADD 1 TO WS-LINKS-UNTABLED
                 END-IF
              END-IF
              IF WS-SLOT > 0
                 ADD WS-ITEM-AMOUNT TO WS-LK-BALANCE(WS-SLOT)
              END-IF
           END-IF.
       FIND-LINK-SLOT.
           ADD 1 TO WS-IX
           IF WS-LK-LN-KEY(WS-IX) = LN-KEY
              MOVE WS-IX TO WS-SLOT
           END-IF.
      *WS-ITEM-AMOUNT from WS-ITEM-CCY into the loan's currency,
      *through the default currency at the stored sell-side rates.
      *A currency with no rate on file offsets nothing
       CONVERT-TO-LOAN.
           IF WS-ITEM-CCY NOT = LN-CURRENCY
              IF WS-ITEM-CCY NOT = WS-DEFAULT-CCY
                 MOVE WS-ITEM-CCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 0 TO WS-ITEM-AMOUNT
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-ITEM-AMOUNT ROUNDED
                       = WS-ITEM-AMOUNT / E-MAN
                    COMPUTE WS-ITEM-AMOUNT ROUNDED
                       = WS-ITEM-AMOUNT / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF LN-CURRENCY NOT = WS-DEFAULT-CCY
                 MOVE LN-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    MOVE 0 TO WS-ITEM-AMOUNT
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-ITEM-AMOUNT ROUNDED
                       = WS-ITEM-AMOUNT * E-MAN
                    COMPUTE WS-ITEM-AMOUNT ROUNDED
                       = WS-ITEM-AMOUNT * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
       OFFSET-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN
                         AND (LN-OFFSET-SHORTEN OR LN-OFFSET-REDUCE)
                      ADD 1 TO RS-ARG-READ
                      PERFORM ACCRUE-ONE-LOAN
                         THRU ACCRUE-ONE-LOAN-EXIT
                   END-IF
           END-READ.
      *Accrue the days since the loan's last offset night, then hand
      *the accrual to the next instalment if it falls due today
       ACCRUE-ONE-LOAN.
           IF LN-OFFSET-ACCRUED NOT NUMERIC
              MOVE 0 TO LN-OFFSET-ACCRUED
           END-IF
           IF LN-OFFSET-THRU NOT NUMERIC
              MOVE 0 TO LN-OFFSET-THRU
           END-IF
           IF LN-OFFSET-SAVED NOT NUMERIC
              MOVE 0 TO LN-OFFSET-SAVED
           END-IF
           IF LN-OFFSET-THRU >= WS-BUSINESS-DATE
              GO TO ACCRUE-ONE-LOAN-EXIT
           END-IF
           MOVE LN-KEY TO WS-SAVED-LN-KEY
      *A closed day's balance is the one the next open day sees
           IF LN-OFFSET-THRU = 0
              MOVE 1 TO WS-DAYS
           ELSE
              COMPUTE WS-DAYS
                 = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(LN-OFFSET-THRU)
           END-IF
           MOVE 0 TO WS-LINKED
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-LINK-SLOT WS-LK-COUNT TIMES
           IF WS-SLOT > 0
              MOVE WS-LK-BALANCE(WS-SLOT) TO WS-LINKED
           END-IF
      *Never more than the loan itself - savings beyond the balance
      *simply sit there, earning nothing while linked
           IF WS-LINKED > LN-OUTSTANDING
              MOVE LN-OUTSTANDING TO WS-OFFSET
           ELSE
              MOVE WS-LINKED TO WS-OFFSET
           END-IF
           COMPUTE WS-DAILY-RATE ROUNDED = LN-ANNUAL-RATE / 365
           COMPUTE WS-SAVING ROUNDED
              = WS-OFFSET * WS-DAILY-RATE * WS-DAYS
           ADD WS-SAVING TO LN-OFFSET-ACCRUED
           MOVE WS-BUSINESS-DATE TO LN-OFFSET-THRU
           ADD 1 TO WS-LOANS-ACCRUED
           PERFORM FIND-NEXT-ROW
           IF WS-DUE-NUM > 0 AND LN-OFFSET-ACCRUED > 0
              MOVE WS-DUE-DATE TO DR-ARG-DATE
              CALL 'DATEROLL' USING DR-ARG-BUFFER
              IF DR-ARG-DATE <= WS-BUSINESS-DATE
                 PERFORM APPLY-SAVING
                    THRU APPLY-SAVING-EXIT
              END-IF
           END-IF
           REWRITE LN-RECORD
      *Put the loan walk back where it was after the rewrite
           MOVE WS-SAVED-LN-KEY TO LN-KEY
           START LOAN-MASTER KEY IS > LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF.
       ACCRUE-ONE-LOAN-EXIT.
           EXIT.
      *The first unpaid row with something to collect, and the last
      *unpaid row of the schedule
       FIND-NEXT-ROW.
           MOVE 0 TO WS-DUE-NUM
           MOVE 0 TO WS-LAST-NUM
           MOVE 'N' TO WS-LS-EOF
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE 0 TO LS-NUM
           START LOAN-SCHEDULE KEY IS >= LS-KEY
           IF WS-LS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LS-EOF
           END-IF
           PERFORM SCAN-ONE-ROW UNTIL WS-LS-EOF = 'Y'.
       SCAN-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LS-EOF
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      IF LS-IS-UNPAID
                         MOVE LS-NUM TO WS-LAST-NUM
                         IF WS-DUE-NUM = 0 AND LS-PAYMENT > 0
                            MOVE LS-NUM TO WS-DUE-NUM
                            MOVE LS-DUE-DATE TO WS-DUE-DATE
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *The accrual comes off the due row's interest, never more than
      *the row carries - the rest waits for the next instalment. On
      *a T loan the same amount comes off the principal at the end
      *of the schedule and onto this row's principal, so the payment
      *stays level and the loan finishes sooner; whatever the tail
      *can not take (the due row is the last one) reduces the
      *payment instead
       APPLY-SAVING.
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE WS-DUE-NUM TO LS-NUM
           READ LOAN-SCHEDULE RECORD KEY LS-KEY
           INVALID KEY
              GO TO APPLY-SAVING-EXIT
           END-READ
           IF LN-OFFSET-ACCRUED > LS-INTEREST-PART
              MOVE LS-INTEREST-PART TO WS-APPLY
           ELSE
              MOVE LN-OFFSET-ACCRUED TO WS-APPLY
           END-IF
           IF WS-APPLY = 0
              GO TO APPLY-SAVING-EXIT
           END-IF
           MOVE 0 TO WS-TRIMMED
           IF LN-OFFSET-SHORTEN AND WS-LAST-NUM > WS-DUE-NUM
              PERFORM TRIM-TAIL
              MOVE LN-ACCOUNT TO LS-ACCOUNT
              MOVE LN-SEQ TO LS-LOAN-SEQ
              MOVE WS-DUE-NUM TO LS-NUM
              READ LOAN-SCHEDULE RECORD KEY LS-KEY
              INVALID KEY
                 GO TO APPLY-SAVING-EXIT
              END-READ
           END-IF
           IF LS-OFFSET-SAVED NOT NUMERIC
              MOVE 0 TO LS-OFFSET-SAVED
           END-IF
           SUBTRACT WS-APPLY FROM LS-INTEREST-PART
           ADD WS-TRIMMED TO LS-PRINCIPAL-PART
           COMPUTE LS-PAYMENT = LS-PAYMENT - WS-APPLY + WS-TRIMMED
           ADD WS-APPLY TO LS-OFFSET-SAVED
           REWRITE LS-RECORD
           SUBTRACT WS-APPLY FROM LN-OFFSET-ACCRUED
           ADD WS-APPLY TO LN-OFFSET-SAVED
           ADD 1 TO WS-ROWS-REDUCED.
       APPLY-SAVING-EXIT.
           EXIT.
      *Take WS-APPLY of principal off the schedule from the last row
      *backwards: a row it covers entirely is removed - the month is
      *no longer needed - and the row where it runs out is reduced
       TRIM-TAIL.
           MOVE WS-APPLY TO WS-TRIM-LEFT
           MOVE WS-LAST-NUM TO WS-TRIM-NUM
           PERFORM TRIM-ONE-ROW
              UNTIL WS-TRIM-LEFT = 0 OR WS-TRIM-NUM NOT > WS-DUE-NUM
           COMPUTE WS-TRIMMED = WS-APPLY - WS-TRIM-LEFT.
       TRIM-ONE-ROW.
           MOVE LN-ACCOUNT TO LS-ACCOUNT
           MOVE LN-SEQ TO LS-LOAN-SEQ
           MOVE WS-TRIM-NUM TO LS-NUM
           READ LOAN-SCHEDULE RECORD KEY LS-KEY
           INVALID KEY
              MOVE WS-DUE-NUM TO WS-TRIM-NUM
           NOT INVALID KEY
      *Only unpaid rows give way - a plan or write-off row stops it
              IF NOT LS-IS-UNPAID
                 MOVE WS-DUE-NUM TO WS-TRIM-NUM
              ELSE
                 IF LS-PRINCIPAL-PART NOT > WS-TRIM-LEFT
                    SUBTRACT LS-PRINCIPAL-PART FROM WS-TRIM-LEFT
                    DELETE LOAN-SCHEDULE RECORD
                    IF LN-TERM-MONTHS > 0
                       SUBTRACT 1 FROM LN-TERM-MONTHS
                    END-IF
                    ADD 1 TO WS-ROWS-REMOVED
                    SUBTRACT 1 FROM WS-TRIM-NUM
                 ELSE
                    SUBTRACT WS-TRIM-LEFT FROM LS-PRINCIPAL-PART
                    SUBTRACT WS-TRIM-LEFT FROM LS-PAYMENT
                    REWRITE LS-RECORD
                    MOVE 0 TO WS-TRIM-LEFT
                 END-IF
              END-IF
           END-READ.
      *One line to the central operations event file. OPSLOG
      *swallows its own failures - recording a failure must never
      *cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
