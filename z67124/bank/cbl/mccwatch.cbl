      *Nightly compliance check on the day's card and mobile-pay
      *purchases: the first time an account ever spends in a merchant
      *category MCCCAT marks for watching (betting, crypto exchanges
      *and the like), a case goes on the SCRNQ compliance review
      *queue, the same one STRUCREP files its flags into, naming the
      *merchant and the category. Nothing is held - the purchase has
      *already posted - the officer works the case from SCRNDISP.
      *One pass over the ledger in account order: whatever watched
      *categories an account bought in before the business date are
      *remembered, and only a business-date purchase outside them is
      *flagged, once per category. Guarded by the run control like
      *INSTCOLL: once per business date, restartable after the last
      *account finished
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MCCWATCH.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT CATEGORY-MASTER ASSIGN TO MCCCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MC-CODE
              FILE STATUS IS WS-MC-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Run control - the checkpoint that makes this pass restartable
      *and refuses a finished business date a second run
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *Flagged first spends land on the compliance review queue
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  CATEGORY-MASTER DATA RECORD IS MC-RECORD.
       COPY mcccat.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-MC-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-PERIOD PIC X(8).
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AFTER PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-TR-DATE PIC 9(8).
       01 WS-CUR-ACCOUNT PIC X(9) VALUE SPACES.
      *Watched categories this account has already bought in, from
      *before the business date or flagged earlier in it. Linear
      *search, same as LCASHREP's customer table
       01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT PIC 9(3) VALUE 0.
           05 WS-SEEN-CODE OCCURS 50 TIMES PIC X(4).
       01 WS-IX PIC 9(3).
       01 WS-SEEN PIC X.
       01 WS-CASES-RAISED PIC 9(6) VALUE 0.
       01 WS-PURCHASES-CHECKED PIC 9(8) VALUE 0.
      *Why the case was raised, in the remittance slot of the case
       01 WS-CASE-REASON.
           05 FILLER PIC X(16) VALUE 'FIRST SPEND MCC '.
           05 WS-CR-CODE PIC X(4).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'MCCWATCH'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Business date ' WS-PERIOD
                 ' already checked or control unavailable"'
              DISPLAY '}'
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT USER-TRANSFERS
           OPEN INPUT CATEGORY-MASTER
           IF (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-MC-FILE-STATUS NOT = '00' AND NOT = '97')
      *No ledger or nothing marked for watching - nothing to flag
              MOVE 'Y' TO WS-EOF
           END-IF
      *An abended run picks up after the last account it finished
           IF WS-RESTART-AFTER NOT = SPACES AND WS-EOF NOT = 'Y'
              MOVE WS-RESTART-AFTER TO TR-MY-NAME
              MOVE HIGH-VALUES TO TR-TIME-STAMP
              START USER-TRANSFERS KEY IS > TR-KEY
              IF WS-T-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM SCAN-TRANSFERS UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS
           CLOSE CATEGORY-MASTER
           PERFORM MARK-RUN-COMPLETE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "BusinessDate":' WS-BUSINESS-DATE ','
           DISPLAY '  "PurchasesChecked":' WS-PURCHASES-CHECKED ','
           DISPLAY '  "CasesRaised":' WS-CASES-RAISED
           DISPLAY '}'
           MOVE WS-PURCHASES-CHECKED TO RS-ARG-READ
           MOVE WS-CASES-RAISED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       READ-BUSINESS-DATE.
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
           MOVE WS-BUSINESS-DATE TO WS-PERIOD.
      *The ledger is in account order, so a change of account starts
      *a fresh memory of what it has bought in and checkpoints the
      *account just finished
       SCAN-TRANSFERS.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-MY-NAME NOT = WS-CUR-ACCOUNT
                      IF WS-CUR-ACCOUNT NOT = SPACES
                         PERFORM MARK-RUN-PROGRESS
                      END-IF
                      MOVE TR-MY-NAME TO WS-CUR-ACCOUNT
                      MOVE 0 TO WS-SEEN-COUNT
                   END-IF
                   IF TR-MCC IS NUMERIC
                         AND (TR-TYPE-NAME = "debit card purchase"
                           OR TR-TYPE-NAME = "mobile pay purchase"
                           OR TR-TYPE-NAME = "credit card purchase")
                      PERFORM CHECK-ONE-PURCHASE
                   END-IF
           END-READ.
       CHECK-ONE-PURCHASE.
           COMPUTE WS-TR-DATE = TR-YEAR * 10000
                              + TR-MONTH * 100 + TR-DAY
           IF WS-TR-DATE <= WS-BUSINESS-DATE
              MOVE TR-MCC TO MC-CODE
              READ CATEGORY-MASTER RECORD KEY MC-CODE
              NOT INVALID KEY
                 IF MC-IS-WATCHED
                    PERFORM CHECK-WATCHED-PURCHASE
                 END-IF
              END-READ
           END-IF.
       CHECK-WATCHED-PURCHASE.
           MOVE 'N' TO WS-SEEN
           MOVE 0 TO WS-IX
           PERFORM CHECK-ONE-SEEN WS-SEEN-COUNT TIMES
           IF WS-TR-DATE = WS-BUSINESS-DATE
              ADD 1 TO WS-PURCHASES-CHECKED
              IF WS-SEEN = 'N'
                 PERFORM QUEUE-ONE-CASE
              END-IF
           END-IF
           IF WS-SEEN = 'N' AND WS-SEEN-COUNT < 50
              ADD 1 TO WS-SEEN-COUNT
              MOVE TR-MCC TO WS-SEEN-CODE(WS-SEEN-COUNT)
           END-IF.
       CHECK-ONE-SEEN.
           ADD 1 TO WS-IX
           IF WS-SEEN-CODE(WS-IX) = TR-MCC
              MOVE 'Y' TO WS-SEEN
           END-IF.
      *One case on the compliance queue per first spend, the same
      *shape STRUCREP's flags take - SCRNDISP works it from there
       QUEUE-ONE-CASE.
           OPEN I-O SCREEN-QUEUE
           IF WS-SC-FILE-STATUS = '35'
              OPEN OUTPUT SCREEN-QUEUE
              CLOSE SCREEN-QUEUE
              OPEN I-O SCREEN-QUEUE
           END-IF
           IF WS-SC-FILE-STATUS = '00' OR WS-SC-FILE-STATUS = '97'
              MOVE TR-MY-NAME TO SC-FROM-NAME
              MOVE FUNCTION CURRENT-DATE TO SC-TIME-STAMP
              MOVE 'P' TO SC-STATUS
              MOVE TR-THEIR-NAME TO SC-HIT-NAME
              MOVE 'MCCWATCH' TO SC-SOURCE
              MOVE SPACES TO SC-AMOUNT
              MOVE TR-OWN-CURRENCY TO SC-CURRENCY
              MOVE SPACES TO SC-HASH
              MOVE TR-THEIR-NAME TO SC-TO-NAME
              MOVE TR-MCC TO WS-CR-CODE
              MOVE WS-CASE-REASON TO SC-REMIT-REF
              WRITE SC-RECORD
              INVALID KEY
                 ADD 1 TO SC-MILIS
                 WRITE SC-RECORD
                 INVALID KEY
                    CONTINUE
                 END-WRITE
              END-WRITE
              ADD 1 TO WS-CASES-RAISED
           END-IF
           CLOSE SCREEN-QUEUE.
      *Look the business date up on the run control: a completed one
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
           MOVE 'MCCWATCH' TO RN-PROGRAM
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
