      *Monthly batch job: expire card rewards points older than the
      *scheme allows. Every earn row on RWDLEDG still holding unused
      *points and earned before the cutoff - the business (or
      *machine) date less STATFILE's S-RWD-EXPIRY-MONTHS, 24 when not
      *set - is zeroed, and each account that lost points gets one
      *expiry row carrying the total, so the ledger still adds up to
      *what the account holds. Guarded by the run control the same
      *way FEESWEP is: one run per month, restartable after the last
      *account finished
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDEXPR.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-LEDGER ASSIGN TO RWDLEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Run control - the checkpoint that makes this sweep
      *restartable and refuses a finished period a second run
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REWARDS-LEDGER DATA RECORD IS RL-RECORD.
       COPY rwdledg.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RL-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-PERIOD PIC X(8).
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AFTER PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-EXPIRY-MONTHS PIC 9(4).
      *Earn rows dated before this expire
       01 WS-CUTOFF.
           05 WS-CUT-YY PIC 9(4).
           05 WS-CUT-MM PIC 9(2).
           05 WS-CUT-DD PIC 9(2).
       01 WS-CUTOFF-DATE REDEFINES WS-CUTOFF PIC 9(8).
       01 WS-MONTHS-BACK PIC 9(6).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNT-DONE PIC X.
       01 WS-CUR-ACCOUNT PIC X(9).
       01 WS-NEXT-ACCOUNT PIC X(9).
       01 WS-SAVE-KEY PIC X(26).
       01 WS-ACCOUNT-EXPIRED PIC 9(9).
       01 WS-ACCOUNTS-EXPIRED PIC 9(6) VALUE 0.
       01 WS-POINTS-EXPIRED PIC 9(12) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'RWDEXPR'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           PERFORM READ-SETTINGS
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Period ' WS-PERIOD
                 ' already expired or control unavailable"'
              DISPLAY '}'
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O REWARDS-LEDGER
           IF WS-RL-FILE-STATUS NOT = '00' AND NOT = '97'
      *No ledger yet means no points to expire
              CLOSE REWARDS-LEDGER
              PERFORM MARK-RUN-COMPLETE
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "AccountsExpired":0,'
              DISPLAY '  "PointsExpired":0'
              DISPLAY '}'
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *An abended run picks up after the last account it finished
           MOVE WS-RESTART-AFTER TO RL-ACCOUNT
           MOVE HIGH-VALUES TO RL-TIME-STAMP
           MOVE HIGH-VALUES TO RL-ENTRY
           IF WS-RESTART-AFTER = SPACES
              MOVE LOW-VALUES TO RL-ACCOUNT
           END-IF
           START REWARDS-LEDGER KEY IS > RL-KEY
           IF WS-RL-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           ELSE
              PERFORM READ-NEXT-ROW
              MOVE RL-ACCOUNT TO WS-NEXT-ACCOUNT
           END-IF
           PERFORM EXPIRE-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
           CLOSE REWARDS-LEDGER
           PERFORM MARK-RUN-COMPLETE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Cutoff":"' WS-CUTOFF-DATE '",'
           DISPLAY '  "AccountsExpired":' WS-ACCOUNTS-EXPIRED ','
           DISPLAY '  "PointsExpired":' WS-POINTS-EXPIRED
           DISPLAY '}'
           MOVE WS-ACCOUNTS-EXPIRED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *The period, the cutoff and the scheme's lifetime, all from the
      *bank-wide record
       READ-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           MOVE 24 TO WS-EXPIRY-MONTHS
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              IF FUNCTION TEST-NUMVAL(S-RWD-EXPIRY-MONTHS) = 0
                 COMPUTE WS-EXPIRY-MONTHS
                    = FUNCTION NUMVAL(S-RWD-EXPIRY-MONTHS)
              END-IF
           END-IF
           CLOSE STATS
           MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-CUTOFF-DATE
      *Count back in months from the business date; the day stays,
      *the comparison is on the CCYYMMDD figure alone
           COMPUTE WS-MONTHS-BACK = WS-CUT-YY * 12 + WS-CUT-MM - 1
                                  - WS-EXPIRY-MONTHS
           COMPUTE WS-CUT-YY = WS-MONTHS-BACK / 12
           COMPUTE WS-CUT-MM = WS-MONTHS-BACK
                             - WS-CUT-YY * 12 + 1.
      *Walk one account's rows, zeroing what has expired, then book
      *the account's expiry row. The row after the account's last
      *is already read and names the next account
       EXPIRE-ONE-ACCOUNT.
           ADD 1 TO RS-ARG-READ
           MOVE WS-NEXT-ACCOUNT TO WS-CUR-ACCOUNT
           MOVE 0 TO WS-ACCOUNT-EXPIRED
           MOVE 'N' TO WS-ACCOUNT-DONE
           PERFORM CHECK-ONE-ROW UNTIL WS-ACCOUNT-DONE = 'Y'
           IF WS-ACCOUNT-EXPIRED > 0
              PERFORM WRITE-EXPIRY-ROW
           END-IF
           PERFORM MARK-RUN-PROGRESS.
       CHECK-ONE-ROW.
           IF WS-EOF = 'Y' OR RL-ACCOUNT NOT = WS-CUR-ACCOUNT
              MOVE RL-ACCOUNT TO WS-NEXT-ACCOUNT
              MOVE 'Y' TO WS-ACCOUNT-DONE
           ELSE
              IF RL-IS-EARN AND RL-UNUSED > 0
                    AND RL-ENTRY-DATE < WS-CUTOFF-DATE
                 ADD RL-UNUSED TO WS-ACCOUNT-EXPIRED
                 MOVE 0 TO RL-UNUSED
                 MOVE RL-KEY TO WS-SAVE-KEY
                 REWRITE RL-RECORD
                 MOVE WS-SAVE-KEY TO RL-KEY
                 START REWARDS-LEDGER KEY IS > RL-KEY
                 IF WS-RL-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                 END-IF
              END-IF
              IF WS-EOF NOT = 'Y'
                 PERFORM READ-NEXT-ROW
              END-IF
           END-IF.
       READ-NEXT-ROW.
           READ REWARDS-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.
      *The expiry row is stamped now, so it sorts after every row it
      *expired; the read cursor is put back past it on the next
      *account's first row
       WRITE-EXPIRY-ROW.
           MOVE RL-KEY TO WS-SAVE-KEY
           MOVE WS-CUR-ACCOUNT TO RL-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO RL-TIME-STAMP
           MOVE 'X' TO RL-ENTRY
           COMPUTE RL-POINTS = - WS-ACCOUNT-EXPIRED
           MOVE 0 TO RL-UNUSED
           MOVE WS-BUSINESS-DATE TO RL-ENTRY-DATE
           MOVE "points expired" TO RL-TYPE-NAME
           MOVE SPACES TO RL-MERCHANT
           MOVE 0 TO RL-VALUE
           MOVE SPACES TO RL-CURRENCY
           WRITE RL-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           ADD 1 TO WS-ACCOUNTS-EXPIRED
           ADD WS-ACCOUNT-EXPIRED TO WS-POINTS-EXPIRED
           IF WS-EOF NOT = 'Y'
              MOVE WS-SAVE-KEY TO RL-KEY
              START REWARDS-LEDGER KEY IS >= RL-KEY
              IF WS-RL-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              ELSE
                 PERFORM READ-NEXT-ROW
              END-IF
           END-IF.
      *Look the period up on the run control: a completed period
      *refuses outright, an abended one restarts after the last
      *account finished, a fresh one writes its running record
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
              MOVE 'Y' TO WS-PERIOD-DONE
              CLOSE RUN-CONTROL
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'RWDEXPR' TO RN-PROGRAM
           MOVE WS-PERIOD TO RN-PERIOD
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
                 CLOSE RUN-CONTROL
              ELSE
                 MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
       MARK-RUN-PROGRESS.
           MOVE WS-CUR-ACCOUNT TO RN-LAST-ACCOUNT
           REWRITE RN-RECORD.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RN-STATUS
           MOVE WS-TODAY TO RN-RUN-DATE
           REWRITE RN-RECORD
           CLOSE RUN-CONTROL.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
