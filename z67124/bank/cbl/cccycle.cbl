      *Nightly credit-card cycle. Walks every credit line on CCACCT
      *once per business date and, card by card:
      *  - the day after a due date, checks what came in since the
      *    statement against its minimum: short means a late fee and
      *    the shortfall carried as past due; in full keeps (or earns
      *    back) the grace period on the next statement's purchases;
      *  - on the cycle day, cuts the statement: interest on every
      *    carried purchase back to its INT-THRU day (and on the new
      *    ones too once the grace period has been lost), then the
      *    statement balance, the minimum due (a share of the
      *    balance, never under the floor, plus anything past due)
      *    and the due date, rolled onto a day the bank is open;
      *  - rolls the delinquency stage off the oldest missed due
      *    date, in the same steps LNSTAGE rolls the loan book.
      *Interest and late fees move from the card account to BANK as
      *"card interest" and "card late fee" USER-TRANSFERS legs, so
      *GLPOST carries them to the GL through the chart like any
      *other posting, and each is kept on CCITEMS as a charge of its
      *own. Restartable per card through RUN-CONTROL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CCCYCLE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-ACCOUNTS ASSIGN TO CCACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CC-ACCOUNT
           FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CARD-CHARGES ASSIGN TO CCITEMS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-KEY
           FILE STATUS IS WS-CI-FILE-STATUS.
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
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Run control - one record per business date, restartable
      *after the last card finished
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *Customer notification events
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *Account-month activity summaries, maintained at posting time
           SELECT MONTH-SUMMARY ASSIGN TO ACMSUM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-AM-FILE-STATUS.
      *Forward-recovery journal - every WRITE/REWRITE against the
      *account and transfer files is mirrored here so JRNLPLAY can
      *roll a restored backup forward to the point of failure
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CARD-ACCOUNTS DATA RECORD IS CC-RECORD.
       COPY ccacct.
       FD  CARD-CHARGES DATA RECORD IS CI-RECORD.
       COPY ccitem.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  MONTH-SUMMARY DATA RECORD IS AM-RECORD.
       COPY acmsum.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
      *-------------------
       WORKING-STORAGE SECTION.
      *Forward-recovery journal staging - before/after images of the
      *record being written, see jrnlrec.cpy
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
       01 WS-JR-FILE-STATUS PIC XX.
       COPY wstrnrep.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-CI-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-YY PIC 9(4).
       01 WS-AM-MM PIC 9(2).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CI-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AFTER PIC X(9).
       01 WS-SAVED-CC-KEY PIC X(9).
       01 WS-CARD-FOUND PIC X.
       01 WS-TODAY PIC 9(8).
      *The banking day being cycled - STATFILE's business date, the
      *machine date when none is set
       01 WS-BUSINESS-DATE PIC 9(8).
      *Card terms common to every line: the minimum due is this share
      *of the statement balance but never below the floor (nor above
      *the balance itself), the due date this many days after the
      *statement, and a missed minimum costs the late fee (never more
      *than the minimum that was missed)
       01 CARD-MIN-PERCENT PIC 9V9999 VALUE 0.0500.
       01 CARD-MIN-FLOOR PIC 9(5)V99 VALUE 25.00.
       01 CARD-DUE-DAYS PIC 9(3) VALUE 25.
       01 CARD-LATE-FEE PIC 9(5)V99 VALUE 25.00.
      *The statement being cut, and the next one after it
       01 WS-STMT-DATE PIC 9(8).
       01 WS-CYCLE-DATE.
           05 WS-CY-YEAR PIC 9(4).
           05 WS-CY-MONTH PIC 9(2).
           05 WS-CY-DAY PIC 9(2).
       01 WS-DAYS PIC S9(8).
       01 WS-DAYS-PAST PIC S9(8).
       01 WS-NEW-STAGE PIC X(1).
       01 WS-OLD-STAGE PIC X(1).
      *What the card owes by its own balance, and by its charges
       01 WS-OWED PIC S9(12)V9(4).
       01 WS-OPEN-TOTAL PIC 9(12)V9(4).
       01 WS-TO-ALLOCATE PIC 9(11)V9(4).
       01 WS-TAKEN PIC 9(11)V9(4).
       01 WS-INTEREST PIC 9(11)V99.
       01 WS-MIN-DUE PIC 9(11)V99.
      *One interest or fee charge about to be posted: how much, what
      *it is on CCITEMS, what it is called on the ledger, and the
      *statement it is billed on (0 = the next one)
       01 WS-CHARGE.
           05 WS-CHARGE-AMOUNT PIC 9(11)V9(4).
           05 WS-CHARGE-TYPE PIC X(1).
           05 WS-CHARGE-TR-TYPE PIC X(20).
           05 WS-CHARGE-STMT PIC 9(8).
       01 WS-CARDS-CYCLED PIC 9(6) VALUE 0.
       01 WS-STATEMENTS PIC 9(6) VALUE 0.
       01 WS-LATE-FEES PIC 9(6) VALUE 0.
       01 WS-STAGE-MOVES PIC 9(6) VALUE 0.
       01 WS-INTEREST-TOTAL PIC 9(13)V9(4) VALUE 0.
       01 WS-FEE-TOTAL PIC 9(13)V9(4) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-AMOUNT-EDIT-2 PIC Z(10)9.9(4).
      *Laid out exactly like DATEROLL's own LINKAGE SECTION
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
      *Staging for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'CCCYCLE'.
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
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
      *A closed day cycles nothing - a statement or due date that
      *fell on it is picked up the next morning the bank opens
           MOVE WS-BUSINESS-DATE TO DR-ARG-DATE
           CALL 'DATEROLL' USING DR-ARG-BUFFER
           IF DR-ARG-WAS-OPEN NOT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"Bank closed today, nothing cycled"'
              DISPLAY '}'
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Business date ' WS-BUSINESS-DATE
                 ' already cycled or control unavailable"'
              DISPLAY '}'
              CLOSE RUN-CONTROL
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O CARD-ACCOUNTS
           IF WS-CC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No credit cards on file"'
              DISPLAY '}'
              CLOSE CARD-ACCOUNTS
              PERFORM MARK-RUN-COMPLETE
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM OPEN-FILES
           IF WS-RESTART-AFTER NOT = SPACES
              MOVE WS-RESTART-AFTER TO CC-ACCOUNT
              START CARD-ACCOUNTS KEY IS > CC-ACCOUNT
           ELSE
              MOVE LOW-VALUES TO CC-ACCOUNT
              START CARD-ACCOUNTS KEY IS >= CC-ACCOUNT
           END-IF
           IF WS-CC-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "BusinessDate":' WS-BUSINESS-DATE ','
           DISPLAY '  "Events":['
           PERFORM CYCLE-ONE-CARD UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "CardsCycled":' WS-CARDS-CYCLED ','
           DISPLAY '  "Statements":' WS-STATEMENTS ','
           DISPLAY '  "LateFees":' WS-LATE-FEES ','
           DISPLAY '  "StageChanges":' WS-STAGE-MOVES ','
           MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "InterestCharged":' WS-AMOUNT-EDIT ','
           MOVE WS-FEE-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '  "FeesCharged":' WS-AMOUNT-EDIT
           DISPLAY '}'
           PERFORM MARK-RUN-COMPLETE
           CLOSE CARD-ACCOUNTS
           CLOSE CARD-CHARGES
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           MOVE WS-CARDS-CYCLED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O CARD-CHARGES
           IF WS-CI-FILE-STATUS = '35'
              OPEN OUTPUT CARD-CHARGES
              CLOSE CARD-CHARGES
              OPEN I-O CARD-CHARGES
           END-IF
           OPEN I-O USER-ACCOUNTS
           OPEN I-O USER-TRANSFERS
           IF WS-T-FILE-STATUS = '35'
              OPEN OUTPUT USER-TRANSFERS
              CLOSE USER-TRANSFERS
              OPEN I-O USER-TRANSFERS
           END-IF.
       CYCLE-ONE-CARD.
           READ CARD-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT CC-IS-CLOSED
                      ADD 1 TO RS-ARG-READ
                      PERFORM CYCLE-THE-CARD
                         THRU CYCLE-THE-CARD-EXIT
                   END-IF
           END-READ.
      *Due date first, then the statement, then the stage - so a
      *statement cut the same night a minimum was missed already
      *carries the shortfall, and the stage reflects both
       CYCLE-THE-CARD.
           PERFORM READ-CARD-ACCOUNT
           IF WS-CARD-FOUND = 'N'
              GO TO CYCLE-THE-CARD-EXIT
           END-IF
           ADD 1 TO WS-CARDS-CYCLED
           PERFORM CHECK-DUE-DATE
           IF WS-BUSINESS-DATE >= CC-NEXT-STMT-DATE
              PERFORM CUT-STATEMENT
           END-IF
           PERFORM STAGE-THE-CARD
           MOVE CC-ACCOUNT TO WS-SAVED-CC-KEY
           REWRITE CC-RECORD
           PERFORM MARK-RUN-PROGRESS
      *Put the walk back where it was after the rewrite
           MOVE WS-SAVED-CC-KEY TO CC-ACCOUNT
           START CARD-ACCOUNTS KEY IS > CC-ACCOUNT
           IF WS-CC-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF.
       CYCLE-THE-CARD-EXIT.
           EXIT.
      *The card account's own record into the buffer - read again
      *after every posting, because crediting BANK reuses it
       READ-CARD-ACCOUNT.
           MOVE 'Y' TO WS-CARD-FOUND
           MOVE CC-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'N' TO WS-CARD-FOUND
           END-READ
           MOVE 0 TO WS-OWED
           IF WS-CARD-FOUND = 'Y' AND ACT-BALANCE < 0
              COMPUTE WS-OWED = - ACT-BALANCE
           END-IF.
      *The first business day after the due date: was the minimum
      *paid? A statement with nothing due was marked checked when it
      *was cut and passes straight by
       CHECK-DUE-DATE.
           IF NOT CC-DUE-WAS-CHECKED AND CC-DUE-DATE > 0
                 AND CC-DUE-DATE < WS-BUSINESS-DATE
              IF CC-PAID-SINCE-STMT < CC-MIN-DUE
                 COMPUTE CC-PAST-DUE = CC-MIN-DUE - CC-PAID-SINCE-STMT
                 IF CC-OLDEST-MISSED = 0
                    MOVE CC-DUE-DATE TO CC-OLDEST-MISSED
                 END-IF
                 PERFORM CHARGE-LATE-FEE
              ELSE
                 MOVE 0 TO CC-PAST-DUE
                 MOVE 0 TO CC-OLDEST-MISSED
              END-IF
      *Cleared in full by the due date: the next statement's new
      *purchases ride interest free. Anything less loses the grace
              IF CC-PAID-SINCE-STMT >= CC-STMT-BALANCE
                 MOVE 'Y' TO CC-GRACE-FLAG
              ELSE
                 MOVE 'N' TO CC-GRACE-FLAG
              END-IF
              MOVE 'Y' TO CC-DUE-CHECKED
           END-IF.
       CHARGE-LATE-FEE.
           MOVE CARD-LATE-FEE TO WS-CHARGE-AMOUNT
           IF WS-CHARGE-AMOUNT > CC-MIN-DUE
              MOVE CC-MIN-DUE TO WS-CHARGE-AMOUNT
           END-IF
           MOVE 'F' TO WS-CHARGE-TYPE
           MOVE "card late fee" TO WS-CHARGE-TR-TYPE
      *Billed on the next statement like any new charge
           MOVE 0 TO WS-CHARGE-STMT
           PERFORM POST-CARD-CHARGE
           ADD 1 TO WS-LATE-FEES
           ADD WS-CHARGE-AMOUNT TO WS-FEE-TOTAL
           PERFORM START-EVENT
           MOVE CC-PAST-DUE TO WS-AMOUNT-EDIT
           MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-EDIT-2
           DISPLAY '  {"type":"late fee","account":"' CC-ACCOUNT
              '","dueDate":' CC-DUE-DATE ',"pastDue":'
              WS-AMOUNT-EDIT ',"fee":' WS-AMOUNT-EDIT-2 '}'
           MOVE CC-ACCOUNT TO WS-OB-ACCOUNT
           MOVE "card payment missed" TO WS-OB-TYPE
           MOVE CC-PAST-DUE TO WS-OB-AMOUNT
           MOVE ACT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT.
      *Cut the statement on the cycle day (or the first business day
      *after it): square the charges with the balance, charge the
      *interest, bill everything not billed yet, and set what is due
      *and by when
       CUT-STATEMENT.
           MOVE WS-BUSINESS-DATE TO WS-STMT-DATE
           PERFORM RECONCILE-CHARGES
           MOVE 0 TO WS-INTEREST
           PERFORM BILL-CHARGES
           IF WS-INTEREST > 0
              MOVE WS-INTEREST TO WS-CHARGE-AMOUNT
              MOVE 'I' TO WS-CHARGE-TYPE
              MOVE "card interest" TO WS-CHARGE-TR-TYPE
              MOVE WS-STMT-DATE TO WS-CHARGE-STMT
              PERFORM POST-CARD-CHARGE
              ADD WS-INTEREST TO WS-INTEREST-TOTAL
           END-IF
           MOVE WS-OWED TO CC-STMT-BALANCE
           IF CC-STMT-BALANCE = 0
              MOVE 0 TO CC-MIN-DUE
              MOVE 0 TO CC-DUE-DATE
              MOVE 'Y' TO CC-DUE-CHECKED
           ELSE
              COMPUTE WS-MIN-DUE ROUNDED
                 = CC-STMT-BALANCE * CARD-MIN-PERCENT
              IF WS-MIN-DUE < CARD-MIN-FLOOR
                 MOVE CARD-MIN-FLOOR TO WS-MIN-DUE
              END-IF
              COMPUTE CC-MIN-DUE = WS-MIN-DUE + CC-PAST-DUE
              IF CC-MIN-DUE > CC-STMT-BALANCE
                 MOVE CC-STMT-BALANCE TO CC-MIN-DUE
              END-IF
              COMPUTE DR-ARG-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
                 + CARD-DUE-DAYS)
              CALL 'DATEROLL' USING DR-ARG-BUFFER
              MOVE DR-ARG-DATE TO CC-DUE-DATE
              MOVE 'N' TO CC-DUE-CHECKED
           END-IF
           MOVE 0 TO CC-PAID-SINCE-STMT
           MOVE WS-STMT-DATE TO CC-LAST-STMT-DATE
      *Next month's cycle day
           MOVE WS-STMT-DATE TO WS-CYCLE-DATE
           IF WS-CY-MONTH = 12
              MOVE 1 TO WS-CY-MONTH
              ADD 1 TO WS-CY-YEAR
           ELSE
              ADD 1 TO WS-CY-MONTH
           END-IF
           MOVE CC-CYCLE-DAY TO WS-CY-DAY
           MOVE WS-CYCLE-DATE TO CC-NEXT-STMT-DATE
           ADD 1 TO WS-STATEMENTS
           PERFORM START-EVENT
           MOVE CC-STMT-BALANCE TO WS-AMOUNT-EDIT
           MOVE CC-MIN-DUE TO WS-AMOUNT-EDIT-2
           DISPLAY '  {"type":"statement","account":"' CC-ACCOUNT
              '","balance":' WS-AMOUNT-EDIT ',"minimumDue":'
              WS-AMOUNT-EDIT-2 ','
           MOVE WS-INTEREST TO WS-AMOUNT-EDIT
           DISPLAY '   "interest":' WS-AMOUNT-EDIT ',"dueDate":'
              CC-DUE-DATE ',"nextStatement":' CC-NEXT-STMT-DATE
              ',"grace":"' CC-GRACE-FLAG '"}'
           MOVE CC-ACCOUNT TO WS-OB-ACCOUNT
           MOVE "card statement" TO WS-OB-TYPE
           MOVE CC-STMT-BALANCE TO WS-OB-AMOUNT
           MOVE ACT-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT.
      *The charges still open must add up to what the balance says
      *is owed. Money that reached the card other than through
      *CCPAY (a refund, a transfer in) clears the oldest charges
      *the same way a payment does; a purchase whose charge never
      *made it onto the file is put there now
       RECONCILE-CHARGES.
           MOVE 0 TO WS-OPEN-TOTAL
           PERFORM START-CHARGES
           PERFORM TOTAL-ONE-CHARGE UNTIL WS-CI-EOF = 'Y'
           IF WS-OPEN-TOTAL > WS-OWED
              COMPUTE WS-TO-ALLOCATE = WS-OPEN-TOTAL - WS-OWED
              PERFORM START-CHARGES
              PERFORM CLEAR-ONE-CHARGE
                 UNTIL WS-CI-EOF = 'Y' OR WS-TO-ALLOCATE = 0
           END-IF
           IF WS-OPEN-TOTAL < WS-OWED
              MOVE CC-ACCOUNT TO CI-ACCOUNT
              MOVE FUNCTION CURRENT-DATE TO CI-TIME-STAMP
              MOVE 'P' TO CI-TYPE
              MOVE WS-STMT-DATE TO CI-POST-DATE
              COMPUTE CI-AMOUNT = WS-OWED - WS-OPEN-TOTAL
              MOVE CI-AMOUNT TO CI-OPEN
              MOVE 0 TO CI-STMT-DATE
              MOVE WS-STMT-DATE TO CI-INT-THRU
              MOVE SPACES TO CI-MERCHANT
              PERFORM WRITE-CHARGE
           END-IF.
       START-CHARGES.
           MOVE 'N' TO WS-CI-EOF
           MOVE CC-ACCOUNT TO CI-ACCOUNT
           MOVE LOW-VALUES TO CI-TIME-STAMP
           START CARD-CHARGES KEY IS >= CI-KEY
           IF WS-CI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-CI-EOF
           END-IF.
       TOTAL-ONE-CHARGE.
           READ CARD-CHARGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CI-EOF
               NOT AT END
                   IF CI-ACCOUNT NOT = CC-ACCOUNT
                      MOVE 'Y' TO WS-CI-EOF
                   ELSE
                      ADD CI-OPEN TO WS-OPEN-TOTAL
                   END-IF
           END-READ.
      *Oldest first, the order CCPAY clears in
       CLEAR-ONE-CHARGE.
           READ CARD-CHARGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CI-EOF
               NOT AT END
                   IF CI-ACCOUNT NOT = CC-ACCOUNT
                      MOVE 'Y' TO WS-CI-EOF
                   ELSE
                      IF CI-OPEN > 0
                         PERFORM TAKE-FROM-CHARGE
                      END-IF
                   END-IF
           END-READ.
       TAKE-FROM-CHARGE.
           IF WS-TO-ALLOCATE >= CI-OPEN
              MOVE CI-OPEN TO WS-TAKEN
           ELSE
              MOVE WS-TO-ALLOCATE TO WS-TAKEN
           END-IF
           COMPUTE CI-OPEN = CI-OPEN - WS-TAKEN
           COMPUTE WS-TO-ALLOCATE = WS-TO-ALLOCATE - WS-TAKEN
           REWRITE CI-RECORD.
      *One pass over the card's charges: interest on the purchases
      *that carry it, and the statement date on everything not yet
      *billed
       BILL-CHARGES.
           PERFORM START-CHARGES
           PERFORM BILL-ONE-CHARGE UNTIL WS-CI-EOF = 'Y'.
       BILL-ONE-CHARGE.
           READ CARD-CHARGES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CI-EOF
               NOT AT END
                   IF CI-ACCOUNT NOT = CC-ACCOUNT
                      MOVE 'Y' TO WS-CI-EOF
                   ELSE
                      PERFORM BILL-THE-CHARGE
                   END-IF
           END-READ.
      *A purchase already billed and still open is a carried
      *balance and always pays interest; a new one only does when
      *the grace period has been lost. Either way it is charged from
      *the day interest was last charged to, which for a purchase
      *never charged is the day it was made. Interest and fees
      *themselves carry none
       BILL-THE-CHARGE.
           IF CI-IS-PURCHASE AND CI-OPEN > 0
                 AND (CI-STMT-DATE NOT = 0 OR NOT CC-IN-GRACE)
              COMPUTE WS-DAYS
                 = FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
                 - FUNCTION INTEGER-OF-DATE(CI-INT-THRU)
              IF WS-DAYS > 0
                 COMPUTE WS-INTEREST ROUNDED = WS-INTEREST
                    + CI-OPEN * CC-ANNUAL-RATE * WS-DAYS / 365
                 MOVE WS-STMT-DATE TO CI-INT-THRU
              END-IF
           END-IF
           IF CI-STMT-DATE = 0
              MOVE WS-STMT-DATE TO CI-STMT-DATE
           END-IF
           REWRITE CI-RECORD.
      *Take one interest or fee charge off the card account, log the
      *ledger leg, keep it as a charge, and credit BANK - interest
      *to its balance, a fee to its fee-income sub-ledger as well,
      *the way FEESWEP credits a maintenance fee
       POST-CARD-CHARGE.
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-CHARGE-AMOUNT
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-CARD-CHARGE
           MOVE CC-ACCOUNT TO CI-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO CI-TIME-STAMP
           MOVE WS-CHARGE-TYPE TO CI-TYPE
           MOVE WS-BUSINESS-DATE TO CI-POST-DATE
           MOVE WS-CHARGE-AMOUNT TO CI-AMOUNT
           MOVE WS-CHARGE-AMOUNT TO CI-OPEN
           MOVE WS-CHARGE-STMT TO CI-STMT-DATE
           MOVE WS-BUSINESS-DATE TO CI-INT-THRU
           MOVE SPACES TO CI-MERCHANT
           PERFORM WRITE-CHARGE
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CHARGE-AMOUNT
              IF WS-CHARGE-TYPE = 'F'
                 COMPUTE ACT-FEE-INCOME-TXN
                    = ACT-FEE-INCOME-TXN + WS-CHARGE-AMOUNT
              END-IF
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           PERFORM READ-CARD-ACCOUNT.
      *Two charges on one card can land the same millisecond (a late
      *fee and the statement's interest) - nudge the stamp once
       WRITE-CHARGE.
           WRITE CI-RECORD
           INVALID KEY
              ADD 1 TO CI-MILIS
              WRITE CI-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE.
       LOG-CARD-CHARGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP.
      *The official banking day overrides the machine date on the
      *ledger stamp, so after-midnight work lands on the right day
           MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8).
           MOVE ACT-NAME TO WS-TR-MY-NAME.
           MOVE "BANK     " TO WS-TR-THEIR-NAME.
           MOVE WS-CHARGE-TR-TYPE TO WS-TR-TYPE-NAME.
           COMPUTE WS-TR-AMOUNT = - WS-CHARGE-AMOUNT.
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY.
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY.
           COMPUTE WS-TR-OWN-AMOUNT = - WS-CHARGE-AMOUNT.
           MOVE 0 TO WS-TR-EXHANGE-FEE.
           IF WS-CHARGE-TYPE = 'F'
              MOVE WS-CHARGE-AMOUNT TO WS-TR-TRANSACTION-FEE
           ELSE
              MOVE 0 TO WS-TR-TRANSACTION-FEE
           END-IF.
           MOVE SPACES TO WS-TR-REF-KEY.
           MOVE SPACES TO WS-TR-TELLER-ID.
           MOVE WS-TRANSFER-REPORT TO TR-RECORD.
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE.
           MOVE TR-TIME-STAMP TO WS-TR-TIME-STAMP.
           PERFORM JOURNAL-TRANSFER-WRITE.
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *Delinquency stage off the oldest minimum still missed, the
      *same 30/60/90/180 steps LNSTAGE uses for the loan book
       STAGE-THE-CARD.
           MOVE CC-DELQ-STAGE TO WS-OLD-STAGE
           IF CC-OLDEST-MISSED = 0 OR CC-PAST-DUE = 0
              MOVE '0' TO WS-NEW-STAGE
           ELSE
              COMPUTE WS-DAYS-PAST
                 = FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                 - FUNCTION INTEGER-OF-DATE(CC-OLDEST-MISSED)
              EVALUATE TRUE
                 WHEN WS-DAYS-PAST >= 180
                    MOVE 'D' TO WS-NEW-STAGE
                 WHEN WS-DAYS-PAST >= 90
                    MOVE '3' TO WS-NEW-STAGE
                 WHEN WS-DAYS-PAST >= 60
                    MOVE '2' TO WS-NEW-STAGE
                 WHEN WS-DAYS-PAST >= 30
                    MOVE '1' TO WS-NEW-STAGE
                 WHEN OTHER
                    MOVE '0' TO WS-NEW-STAGE
              END-EVALUATE
           END-IF
           IF WS-NEW-STAGE NOT = WS-OLD-STAGE
              ADD 1 TO WS-STAGE-MOVES
              MOVE WS-NEW-STAGE TO CC-DELQ-STAGE
              PERFORM START-EVENT
              DISPLAY '  {"type":"stage","account":"' CC-ACCOUNT
                 '","from":"' WS-OLD-STAGE '","to":"' WS-NEW-STAGE
                 '"}'
           END-IF.
       START-EVENT.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the posting programs use
       WRITE-OUTBOX-EVENT.
           OPEN I-O NOTIFY-OUTBOX
           IF WS-OB-FILE-STATUS = '35'
              OPEN OUTPUT NOTIFY-OUTBOX
              CLOSE NOTIFY-OUTBOX
              OPEN I-O NOTIFY-OUTBOX
           END-IF
           MOVE WS-OB-ACCOUNT TO OB-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO OB-TIME-STAMP
           MOVE WS-OB-TYPE TO OB-EVENT-TYPE
           MOVE WS-OB-AMOUNT TO OB-AMOUNT
           MOVE WS-OB-CCY TO OB-CURRENCY
           MOVE 'N' TO OB-STATUS
           WRITE OB-RECORD
           INVALID KEY
              ADD 1 TO OB-MILIS
              WRITE OB-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE NOTIFY-OUTBOX.
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
      *Append one before/after image pair. A journal that can not be
      *written must not block the posting itself
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'CCCYCLE' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Look the business date up on the run control: a completed
      *date refuses outright, an abended one restarts after the last
      *card finished, a fresh one writes its running record
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE SPACES TO WS-RESTART-AFTER
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
      *No control file, no guarantees - stop rather than risk the
      *double charging this record exists to prevent
              MOVE 'Y' TO WS-PERIOD-DONE
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'CCCYCLE' TO RN-PROGRAM
           MOVE WS-BUSINESS-DATE TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
              ELSE
                 MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *Note the card just finished, so an abend restarts after it
       MARK-RUN-PROGRESS.
           MOVE WS-SAVED-CC-KEY TO RN-LAST-ACCOUNT
           REWRITE RN-RECORD.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RN-STATUS
           MOVE WS-TODAY TO RN-RUN-DATE
           REWRITE RN-RECORD
           CLOSE RUN-CONTROL.
      *Keep the account's month summary in step with the leg just
      *logged, the same way FEESWEP does. A summary that can not be
      *written never blocks the posting
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
           IF WS-TR-TYPE-NAME NOT = "card interest"
                 AND WS-TR-TYPE-NAME NOT = "card late fee"
              ADD 1 TO AM-DEBIT-COUNT
           END-IF
           COMPUTE AM-DEBIT-TOTAL
              = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           COMPUTE AM-FEE-TOTAL = AM-FEE-TOTAL
              + WS-TR-EXHANGE-FEE + WS-TR-TRANSACTION-FEE
           IF WS-CHARGE-TYPE = 'I'
              COMPUTE AM-INTEREST-PAID
                 = AM-INTEREST-PAID - WS-TR-OWN-AMOUNT
           END-IF
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
