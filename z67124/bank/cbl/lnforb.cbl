      *Forbearance plan on a loan. A borrower who has lost a job asks
      *for three months off, and until now the only answer was to let
      *the rows go unpaid and watch LNSTAGE age them into collections.
      *This records the agreed plan on FORBPLAN - a payment holiday
      *(nothing due for N months) or reduced payments (a set amount a
      *month for N months) - with the reason and the approving
      *supervisor, and re-shapes the loan's schedule: the rows falling
      *due inside the plan give up what they no longer collect, and
      *that principal and interest is spread evenly over the rows
      *after the plan so the loan still clears on its original last
      *date. Rows inside the plan carry the plan's last day, and
      *LNSTAGE, LNARREAR and CBEXPORT do not age them while it runs.
      *Arrears already on the loan before the plan stay arrears - a
      *plan looks forward. One plan at a time per loan
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNFORB.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LN-KEY
           FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT LOAN-SCHEDULE ASSIGN TO LOANSCHD
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-LS-FILE-STATUS.
      *The agreed plans, one per loan per start day
           SELECT FORBEARANCE-PLANS ASSIGN TO FORBPLAN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FB-KEY
           FILE STATUS IS WS-FB-FILE-STATUS.
      *Customer notification events - the borrower gets the new
      *shape of the loan in writing
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  LOAN-SCHEDULE DATA RECORD IS LS-RECORD.
       COPY lnsched.
       FD  FORBEARANCE-PLANS DATA RECORD IS FB-RECORD.
       COPY lnforb.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-LS-FILE-STATUS PIC XX.
       01 WS-FB-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-MONTHS PIC 9(2).
       01 WS-REDUCED PIC 9(11)V9(4) VALUE 0.
      *Plan window: rows due from today up to and including this
       01 WS-END-DATE PIC 9(8).
       01 WS-END-YEAR PIC 9(4).
       01 WS-END-MONTH PIC 9(4).
       01 WS-END-DAY PIC 9(2).
       01 WS-END-WORK PIC 9(8).
      *T = tally what the plan would move, S = re-shape the rows
       01 WS-SHAPE-MODE PIC X(1).
       01 WS-SCHED-DONE PIC X.
       01 WS-ROWS-COVERED PIC 9(3).
       01 WS-ROWS-AFTER PIC 9(3).
       01 WS-AFTER-DONE PIC 9(3).
       01 WS-DEFER-PRINCIPAL PIC 9(11)V9(4).
       01 WS-DEFER-INTEREST PIC 9(11)V9(4).
      *Even share of the deferral each later row takes on; the last
      *row squares up whatever the rounding left
       01 WS-SHARE-PRINCIPAL PIC 9(11)V9(4).
       01 WS-SHARE-INTEREST PIC 9(11)V9(4).
       01 WS-LEFT-PRINCIPAL PIC 9(11)V9(4).
       01 WS-LEFT-INTEREST PIC 9(11)V9(4).
       01 WS-NEW-PRINCIPAL PIC 9(11)V9(4).
       01 WS-NEW-INTEREST PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       01 WS-AUDIT-AFTER.
           05 WS-AA-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-MONTHS PIC 9(2).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-AA-END PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-REASON PIC X(20).
      *Staging for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The LN-KEY LNOPEN handed back (borrower name plus sequence)
           05 ARG-LN-KEY PIC X(13).
      *H = payment holiday, R = reduced payments
           05 ARG-PLAN-TYPE PIC X(1).
      *How many months the plan runs, e.g. 03
           05 ARG-MONTHS PIC X(2).
      *The monthly amount still collected on an R plan
           05 ARG-REDUCED-PAYMENT PIC X(12)XX(4).
           05 ARG-REASON PIC X(20).
      *The approving supervisor
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
      *Changing what a borrower owes and when is supervisor work
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-PLAN-TYPE NOT = 'H' AND NOT = 'R'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Plan type must be H or R"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-MONTHS NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Months must be numeric"'
              DISPLAY '}'
              GOBACK
           END-IF
           MOVE ARG-MONTHS TO WS-MONTHS
           IF WS-MONTHS = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Plan must run at least one month"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-PLAN-TYPE = 'R'
              IF FUNCTION TEST-NUMVAL(ARG-REDUCED-PAYMENT) NOT = 0
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Reduced payment is not a valid'
                    ' number"'
                 DISPLAY '}'
                 GOBACK
              END-IF
              COMPUTE WS-REDUCED
                 = FUNCTION NUMVAL(ARG-REDUCED-PAYMENT)
           END-IF

           OPEN I-O LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Loan file error ' WS-LN-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           MOVE ARG-LN-KEY TO LN-KEY
           READ LOAN-MASTER RECORD KEY LN-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan not found"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-READ
           IF NOT LN-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan is not open"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           IF LN-FORB-END NUMERIC AND LN-FORB-END >= WS-TODAY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan already has a plan running to '
                 LN-FORB-END '"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
      *A reduced payment at or above the level payment is no relief
           IF ARG-PLAN-TYPE = 'R'
                 AND (WS-REDUCED = 0 OR WS-REDUCED >= LN-PAYMENT)
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Reduced payment must be above zero'
                 ' and below the level payment"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           PERFORM COMPUTE-END-DATE

      *Tally first: what the plan would take off the covered rows,
      *and whether any rows are left after it to carry that
           MOVE 'T' TO WS-SHAPE-MODE
           PERFORM WALK-SCHEDULE
           IF WS-ROWS-COVERED = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No instalment falls due inside the'
                 ' plan"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           IF WS-ROWS-AFTER = 0
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Plan runs past the last instalment'
                 ' - nothing left to carry the deferral"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF
           COMPUTE WS-SHARE-PRINCIPAL
              = WS-DEFER-PRINCIPAL / WS-ROWS-AFTER
           COMPUTE WS-SHARE-INTEREST
              = WS-DEFER-INTEREST / WS-ROWS-AFTER
           MOVE WS-DEFER-PRINCIPAL TO WS-LEFT-PRINCIPAL
           MOVE WS-DEFER-INTEREST TO WS-LEFT-INTEREST

           MOVE 'S' TO WS-SHAPE-MODE
           PERFORM WALK-SCHEDULE

           PERFORM WRITE-PLAN
           MOVE WS-TODAY TO LN-FORB-START
           MOVE WS-END-DATE TO LN-FORB-END
           REWRITE LN-RECORD
           CLOSE LOAN-MASTER

           MOVE LN-ACCOUNT TO WS-OB-ACCOUNT
           MOVE "loan forbearance" TO WS-OB-TYPE
           COMPUTE WS-OB-AMOUNT
              = WS-DEFER-PRINCIPAL + WS-DEFER-INTEREST
           MOVE LN-CURRENCY TO WS-OB-CCY
           PERFORM WRITE-OUTBOX-EVENT
           PERFORM LOG-AUDIT

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "LoanKey":"' ARG-LN-KEY '",'
           DISPLAY '  "PlanType":"' ARG-PLAN-TYPE '",'
           DISPLAY '  "PlanStart":' WS-TODAY ','
           DISPLAY '  "PlanEnd":' WS-END-DATE ','
           DISPLAY '  "RowsCovered":' WS-ROWS-COVERED ','
           DISPLAY '  "RowsReshaped":' WS-ROWS-AFTER ','
           MOVE WS-DEFER-PRINCIPAL TO WS-AMOUNT-EDIT
           DISPLAY '  "DeferredPrincipal":' WS-AMOUNT-EDIT ','
           MOVE WS-DEFER-INTEREST TO WS-AMOUNT-EDIT
           DISPLAY '  "DeferredInterest":' WS-AMOUNT-EDIT
           DISPLAY '}'
           GOBACK.
      *Last day of the plan: today plus the plan's months, less a
      *day, day-of-month clamped back in shorter landing months the
      *way LNOPEN clamps its due dates
       COMPUTE-END-DATE.
           MOVE WS-TODAY(1:4) TO WS-END-YEAR
           MOVE WS-TODAY(5:2) TO WS-END-MONTH
           MOVE WS-TODAY(7:2) TO WS-END-DAY
           COMPUTE WS-END-MONTH = WS-END-MONTH - 1 + WS-MONTHS
           DIVIDE WS-END-MONTH BY 12 GIVING WS-END-WORK
              REMAINDER WS-END-MONTH
           ADD WS-END-WORK TO WS-END-YEAR
           ADD 1 TO WS-END-MONTH
           IF WS-END-DAY > 28 AND WS-END-MONTH = 2
              MOVE 28 TO WS-END-DAY
           END-IF
           IF WS-END-DAY > 30 AND (WS-END-MONTH = 4 OR 6 OR 9 OR 11)
              MOVE 30 TO WS-END-DAY
           END-IF
           COMPUTE WS-END-WORK = WS-END-YEAR * 10000
              + WS-END-MONTH * 100 + WS-END-DAY
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-END-WORK) - 1).
      *Walk the loan's rows in order. Tally mode measures the
      *deferral and counts the rows either side of the plan's end;
      *shape mode rewrites them, the same two-pass walk LNPAY uses
      *so nothing is touched until the plan is known to fit
       WALK-SCHEDULE.
           IF WS-SHAPE-MODE = 'T'
              MOVE 0 TO WS-ROWS-COVERED
              MOVE 0 TO WS-ROWS-AFTER
              MOVE 0 TO WS-DEFER-PRINCIPAL
              MOVE 0 TO WS-DEFER-INTEREST
              OPEN INPUT LOAN-SCHEDULE
           ELSE
              MOVE 0 TO WS-AFTER-DONE
              OPEN I-O LOAN-SCHEDULE
           END-IF
           MOVE 'N' TO WS-SCHED-DONE
           IF WS-LS-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-SCHED-DONE
           ELSE
              MOVE LN-ACCOUNT TO LS-ACCOUNT
              MOVE LN-SEQ TO LS-LOAN-SEQ
              MOVE 0 TO LS-NUM
              START LOAN-SCHEDULE KEY IS >= LS-KEY
              IF WS-LS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-SCHED-DONE
              END-IF
           END-IF
           PERFORM SHAPE-ONE-ROW UNTIL WS-SCHED-DONE = 'Y'
           CLOSE LOAN-SCHEDULE.
       SHAPE-ONE-ROW.
           READ LOAN-SCHEDULE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCHED-DONE
               NOT AT END
                   IF LS-ACCOUNT NOT = LN-ACCOUNT
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-SCHED-DONE
                   ELSE
                      IF LS-IS-UNPAID AND LS-DUE-DATE >= WS-TODAY
                         IF LS-DUE-DATE <= WS-END-DATE
                            PERFORM COVER-ONE-ROW
                         ELSE
                            PERFORM CARRY-ONE-ROW
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *A row inside the plan: a holiday row owes nothing at all, a
      *reduced row owes the reduced amount, interest first so the
      *deferral is as much principal as it can be
       COVER-ONE-ROW.
           IF ARG-PLAN-TYPE = 'H'
              MOVE 0 TO WS-NEW-PRINCIPAL
              MOVE 0 TO WS-NEW-INTEREST
           ELSE
              IF WS-REDUCED >= LS-PAYMENT
                 MOVE LS-PRINCIPAL-PART TO WS-NEW-PRINCIPAL
                 MOVE LS-INTEREST-PART TO WS-NEW-INTEREST
              ELSE
                 IF WS-REDUCED > LS-INTEREST-PART
                    MOVE LS-INTEREST-PART TO WS-NEW-INTEREST
                 ELSE
                    MOVE WS-REDUCED TO WS-NEW-INTEREST
                 END-IF
                 COMPUTE WS-NEW-PRINCIPAL
                    = WS-REDUCED - WS-NEW-INTEREST
              END-IF
           END-IF
           IF WS-SHAPE-MODE = 'T'
              ADD 1 TO WS-ROWS-COVERED
              COMPUTE WS-DEFER-PRINCIPAL = WS-DEFER-PRINCIPAL
                 + LS-PRINCIPAL-PART - WS-NEW-PRINCIPAL
              COMPUTE WS-DEFER-INTEREST = WS-DEFER-INTEREST
                 + LS-INTEREST-PART - WS-NEW-INTEREST
           ELSE
              MOVE WS-NEW-PRINCIPAL TO LS-PRINCIPAL-PART
              MOVE WS-NEW-INTEREST TO LS-INTEREST-PART
              COMPUTE LS-PAYMENT = WS-NEW-PRINCIPAL + WS-NEW-INTEREST
              IF ARG-PLAN-TYPE = 'H'
                 MOVE 'H' TO LS-PAID-FLAG
              END-IF
              MOVE WS-END-DATE TO LS-FORB-UNTIL
              REWRITE LS-RECORD
           END-IF.
      *A row after the plan takes its even share of the deferral,
      *the last one whatever rounding left so the loan still lands
      *on exactly zero
       CARRY-ONE-ROW.
           IF WS-SHAPE-MODE = 'T'
              ADD 1 TO WS-ROWS-AFTER
           ELSE
              ADD 1 TO WS-AFTER-DONE
              IF WS-AFTER-DONE = WS-ROWS-AFTER
                 MOVE WS-LEFT-PRINCIPAL TO WS-NEW-PRINCIPAL
                 MOVE WS-LEFT-INTEREST TO WS-NEW-INTEREST
              ELSE
                 MOVE WS-SHARE-PRINCIPAL TO WS-NEW-PRINCIPAL
                 MOVE WS-SHARE-INTEREST TO WS-NEW-INTEREST
              END-IF
              SUBTRACT WS-NEW-PRINCIPAL FROM WS-LEFT-PRINCIPAL
              SUBTRACT WS-NEW-INTEREST FROM WS-LEFT-INTEREST
              ADD WS-NEW-PRINCIPAL TO LS-PRINCIPAL-PART
              ADD WS-NEW-INTEREST TO LS-INTEREST-PART
              COMPUTE LS-PAYMENT
                 = LS-PRINCIPAL-PART + LS-INTEREST-PART
              REWRITE LS-RECORD
           END-IF.
       WRITE-PLAN.
           OPEN I-O FORBEARANCE-PLANS
           IF WS-FB-FILE-STATUS = '35'
              OPEN OUTPUT FORBEARANCE-PLANS
              CLOSE FORBEARANCE-PLANS
              OPEN I-O FORBEARANCE-PLANS
           END-IF
           MOVE LN-ACCOUNT TO FB-ACCOUNT
           MOVE LN-SEQ TO FB-LOAN-SEQ
           MOVE WS-TODAY TO FB-START-DATE
           MOVE ARG-PLAN-TYPE TO FB-TYPE
           MOVE WS-MONTHS TO FB-MONTHS
           MOVE WS-END-DATE TO FB-END-DATE
           MOVE WS-REDUCED TO FB-REDUCED-PAYMENT
           MOVE WS-ROWS-COVERED TO FB-ROWS-COVERED
           MOVE WS-DEFER-PRINCIPAL TO FB-DEFERRED-PRINCIPAL
           MOVE WS-DEFER-INTEREST TO FB-DEFERRED-INTEREST
           MOVE WS-ROWS-AFTER TO FB-ROWS-RESHAPED
           MOVE ARG-REASON TO FB-REASON
           MOVE WS-OPERATOR-ID TO FB-APPROVED-BY
           WRITE FB-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE FORBEARANCE-PLANS.
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
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNFORB' TO AU-PROGRAM
           MOVE LN-ACCOUNT TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE ARG-PLAN-TYPE TO WS-AA-TYPE
           MOVE WS-MONTHS TO WS-AA-MONTHS
           MOVE WS-END-DATE TO WS-AA-END
           MOVE ARG-REASON TO WS-AA-REASON
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'LNFORB' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
