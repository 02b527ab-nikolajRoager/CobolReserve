      *so every sweep carries the normal authorisation, limit and
      *logging treatment. Replaces the manual TRNSFR calls tellers
      *keyed whenever the customer remembered to phone
      *
      *Like INTPOST the run can be split into key ranges of the
      *checking account (SO-FROM-NAME) run as parallel jobs
      *(ARG-ACTION P), each checkpointing on its own RUN-CONTROL
      *record. A plain run on a night that was split is the merge: it
      *sweeps nothing itself, and marks the night complete only once
      *every partition has finished - see runctl.cpy. A partition
      *asks TRNSFR to hand BANK's fees back rather than credit them,
      *so the parallel jobs never queue on the one BANK record; it
      *carries them on its control record and the merge credits BANK
      *once, the way FEESWEP's merge does. A whole-file run leaves
      *TRNSFR crediting BANK as each sweep posts.
      *A plain run on a night that was not split keeps no control at
      *all, as before - re-evaluating a sweep that already posted
      *finds the balance on target and posts nothing
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-FILE-STATUS.
      *Read-only peek at the balance being kept on target - only the
      *merge opens it I-O, to credit BANK the partitions' fees
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ACT-NAME
           FILE STATUS IS WS-A-FILE-STATUS.
      *Run control - the checkpoints of a night run as partitions
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *Forward-recovery journal - one before/after image per record
      *changed, see jrnlrec.cpy
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY sordrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
      *Partitioned running, see runctl.cpy. P = this job sweeps one
      *key range; anything else is the whole file in one run, or the
      *merge once the night has been split
       01 WS-RUN-MODE PIC X.
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AT PIC X(9).
       01 WS-MERGE-DUE PIC X.
       01 WS-MERGE-READY PIC X.
       01 WS-RANGE-TO PIC X(9).
       01 WS-REFUSAL PIC X(60).
       01 WS-PART-PROBLEM PIC X(40).
       01 WS-PART-COUNT PIC 9(1).
       01 WS-PX PIC 9(1).
       01 WS-CHAIN-FROM PIC X(9).
      *One partition's carried fees on their way to the own record,
      *and the night's total on its way to BANK
       01 WS-CARRY-AMOUNT PIC S9(12)V9(4).
       01 WS-CARRY-TAX PIC S9(12)V9(4).
       01 WS-TOTAL-TXN-FEES PIC S9(12)V9(4).
       01 WS-TOTAL-FX-FEES PIC S9(12)V9(4).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACT-FOUND PIC X.
       01 WS-SWEEPS-POSTED PIC 9(6) VALUE 0.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *Only passed by a partition (length 98) - Y = hand BANK's fees
      *back in the two fields below instead of crediting them
           05 TR-ARG-DEFER-BANK PIC X(1).
           05 TR-ARG-BANK-TXN-FEE PIC S9(11)V9(8).
           05 TR-ARG-BANK-FX-FEE PIC S9(11)V9(8).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'SWEEPRUN'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-LENGTH PIC S9(4) COMP.
      *Space = the whole file, or the merge of a split night. P =
      *sweep the orders of one range of checking accounts as
      *partition ARG-PARTITION of ARG-PART-COUNT, alongside the other
      *partitions' jobs
           05 ARG-ACTION PIC X(1).
           05 ARG-PARTITION PIC 9(1).
           05 ARG-PART-COUNT PIC 9(1).
      *The partition's range of SO-FROM-NAME, from inclusive to
      *exclusive - spaces for the start or end of the file
           05 ARG-FROM-KEY PIC X(9).
           05 ARG-TO-KEY PIC X(9).
      *Output: Y = this run's share is evaluated - the whole night,
      *or for a partition just its range
           05 ARG-RESULT PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
       MAIN-PROCEDURE.
           MOVE 'N' TO ARG-RESULT
           MOVE SPACE TO WS-RUN-MODE
           IF ARG-LENGTH > 0
              MOVE ARG-ACTION TO WS-RUN-MODE
           END-IF
      *A partition is measured under its own control key's name
           PERFORM START-RUN-STATS
           IF WS-RUN-MODE = 'P' AND ARG-PARTITION NUMERIC
              MOVE ARG-PARTITION TO RS-ARG-PROGRAM(8:1)
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN I-O STANDING-ORDERS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
                 '"'
              DISPLAY '}'
              CLOSE STANDING-ORDERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT USER-ACCOUNTS
              DISPLAY '}'
              CLOSE STANDING-ORDERS
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE 'N' TO WS-MERGE-DUE
           MOVE SPACES TO WS-RESTART-AT
           MOVE SPACES TO WS-RANGE-TO
           IF WS-RUN-MODE = 'P'
              PERFORM CHECK-PARTITION-CONTROL
                 THRU CHECK-PARTITION-CONTROL-EXIT
           ELSE
              PERFORM CHECK-RUN-CONTROL
                 THRU CHECK-RUN-CONTROL-EXIT
           END-IF
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Sweep date ' WS-TODAY ' '
                 FUNCTION TRIM(WS-REFUSAL) '"'
              DISPLAY '}'
              CLOSE RUN-CONTROL
              CLOSE STANDING-ORDERS
              CLOSE USER-ACCOUNTS
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           IF WS-MERGE-DUE = 'Y'
              PERFORM MERGE-PARTITIONS
                 THRU MERGE-PARTITIONS-EXIT
              DISPLAY '{'
              IF WS-MERGE-READY = 'Y'
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"No error",'
                 MOVE 'Y' TO ARG-RESULT
                 MOVE WS-PART-COUNT TO RS-ARG-READ
                 MOVE WS-PART-COUNT TO RS-ARG-POSTED
                 MOVE 'C' TO RS-ARG-STATUS
              ELSE
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Sweep date ' WS-TODAY
                    ' not complete, ' FUNCTION TRIM(WS-REFUSAL) '",'
                 CLOSE RUN-CONTROL
                 MOVE 'S' TO RS-ARG-STATUS
              END-IF
              DISPLAY '  "Partitions":' WS-PART-COUNT
              DISPLAY '}'
              CLOSE STANDING-ORDERS
              CLOSE USER-ACCOUNTS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *An abended partition picks up again at the checking account it
      *was on - its orders re-evaluate against a balance already on
      *target, so the ones that posted post nothing twice. A fresh
      *partition starts at the bottom of its range
           IF WS-RESTART-AT = SPACES AND WS-RUN-MODE = 'P'
              MOVE ARG-FROM-KEY TO WS-RESTART-AT
           END-IF
           IF WS-RESTART-AT NOT = SPACES
              MOVE LOW-VALUES TO SO-KEY
              MOVE WS-RESTART-AT TO SO-FROM-NAME
              START STANDING-ORDERS KEY IS >= SO-KEY
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM EVALUATE-SWEEP-ORDERS UNTIL WS-EOF = 'Y'
           IF WS-RUN-MODE = 'P'
              PERFORM MARK-RUN-COMPLETE
           END-IF
           MOVE 'Y' TO ARG-RESULT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           IF WS-RUN-MODE = 'P'
              DISPLAY '  "Partition":' ARG-PARTITION ','
           END-IF
           DISPLAY '  "SweepsPosted":' WS-SWEEPS-POSTED ','
           DISPLAY '  "SweepsFailed":' WS-SWEEPS-FAILED
           DISPLAY '}'
           CLOSE STANDING-ORDERS
           CLOSE USER-ACCOUNTS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       EVALUATE-SWEEP-ORDERS.
           READ STANDING-ORDERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
      *A partition stops where the next one's range begins
                   IF WS-RANGE-TO NOT = SPACES
                         AND SO-FROM-NAME NOT < WS-RANGE-TO
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF SO-IS-ACTIVE AND SO-IS-TARGET-SWEEP
                         ADD 1 TO RS-ARG-READ
                         PERFORM EVALUATE-ONE-ORDER
                         IF WS-RUN-MODE = 'P'
                            PERFORM MARK-RUN-PROGRESS
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *Compare the checking account's closing balance against the
              END-IF
           END-IF.
       POST-ONE-SWEEP.
           IF WS-RUN-MODE = 'P'
              MOVE 98 TO TR-ARG-LENGTH
              MOVE 'Y' TO TR-ARG-DEFER-BANK
           ELSE
              MOVE 96 TO TR-ARG-LENGTH
              MOVE 'N' TO TR-ARG-DEFER-BANK
           END-IF
           MOVE WS-SWEEP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO TR-ARG-AMOUNT
      *The amount is taken in the checking account's own currency, so
           OPEN INPUT USER-ACCOUNTS
           IF TR-ARG-RESULT = 'Y'
              ADD 1 TO WS-SWEEPS-POSTED
              ADD 1 TO RS-ARG-POSTED
              IF WS-RUN-MODE = 'P'
                 PERFORM CARRY-BANK-FEES
              END-IF
           ELSE
              ADD 1 TO WS-SWEEPS-FAILED
              ADD 1 TO RS-ARG-REJECTED
              DISPLAY '{"sweep-failed":"' TR-ARG-FROM-NAME
                 '","to":"' TR-ARG-TO-NAME
                 '","reason":"see posting message above"}'
           END-IF.
      *The fees TRNSFR handed back go on the partition's own control
      *record, which the order's MARK-RUN-PROGRESS rewrites straight
      *after - the transaction fees on RN-CARRIED-TOTAL, the FX fees
      *and rounding residue on RN-CARRIED-TAX
       CARRY-BANK-FEES.
           IF RN-CARRIED-TOTAL NOT NUMERIC
              MOVE 0 TO RN-CARRIED-TOTAL
           END-IF
           IF RN-CARRIED-TAX NOT NUMERIC
              MOVE 0 TO RN-CARRIED-TAX
           END-IF
           ADD TR-ARG-BANK-TXN-FEE TO RN-CARRIED-TOTAL
           ADD TR-ARG-BANK-FX-FEE TO RN-CARRIED-TAX.
      *A plain run keeps no control of its own - it only looks
      *whether tonight was split into partitions, and if it was,
      *merges them instead of sweeping. No control file at all just
      *means no night has ever been split
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE RUN-CONTROL
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'SWEEPRU' TO RN-PROGRAM
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF RN-PART-COUNT NUMERIC AND RN-PART-COUNT > 0
                 IF RN-IS-COMPLETE
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'already swept' TO WS-REFUSAL
                    MOVE 'Y' TO ARG-RESULT
                 ELSE
                    MOVE 'Y' TO WS-MERGE-DUE
                 END-IF
              END-IF
           END-READ
           IF WS-MERGE-DUE = 'N' AND WS-PERIOD-DONE = 'N'
              CLOSE RUN-CONTROL
           END-IF.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *A partition's run: the program's own record is opened for the
      *split (or must already be split the same way), then the
      *partition's own record holds its range and checkpoint. A
      *partition restarted with a different range than it first ran
      *with is refused, it would leave orders unevaluated. SWEEPRUN's
      *eight letters do not leave room for the partition number, so
      *its records go under SWEEPRU
       CHECK-PARTITION-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE SPACES TO WS-RESTART-AT
           IF ARG-PARTITION NOT NUMERIC OR ARG-PART-COUNT NOT NUMERIC
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition arguments invalid' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           IF ARG-PARTITION = 0 OR ARG-PARTITION > ARG-PART-COUNT
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition arguments invalid' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           IF ARG-TO-KEY NOT = SPACES AND ARG-FROM-KEY NOT < ARG-TO-KEY
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'partition range is empty' TO WS-REFUSAL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              MOVE 'Y' TO WS-PERIOD-DONE
              MOVE 'control unavailable' TO WS-REFUSAL
              CLOSE RUN-CONTROL
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           MOVE 'SWEEPRU' TO RN-PROGRAM
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
      *The first partition to start opens the split; a sibling
      *starting the same moment just finds it already written
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              MOVE 0 TO RN-CARRIED-TAX
              MOVE ARG-PART-COUNT TO RN-PART-COUNT
              MOVE SPACES TO RN-RANGE-FROM
              MOVE SPACES TO RN-RANGE-TO
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
                 MOVE 'already swept' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
                 IF RN-PART-COUNT NOT NUMERIC
                       OR RN-PART-COUNT NOT = ARG-PART-COUNT
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'is split into a different partition count'
                       TO WS-REFUSAL
                 END-IF
              END-IF
           END-READ
           IF WS-PERIOD-DONE = 'Y'
              GO TO CHECK-PARTITION-CONTROL-EXIT
           END-IF
           MOVE 'SWEEPRU' TO RN-PROGRAM
           MOVE ARG-PARTITION TO RN-PROGRAM(8:1)
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              MOVE 0 TO RN-CARRIED-TAX
              MOVE ARG-PART-COUNT TO RN-PART-COUNT
              MOVE ARG-FROM-KEY TO RN-RANGE-FROM
              MOVE ARG-TO-KEY TO RN-RANGE-TO
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
                 MOVE 'partition already swept' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
                 IF RN-RANGE-FROM NOT = ARG-FROM-KEY
                       OR RN-RANGE-TO NOT = ARG-TO-KEY
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'partition range differs from its first run'
                       TO WS-REFUSAL
                 ELSE
                    MOVE RN-LAST-ACCOUNT TO WS-RESTART-AT
                 END-IF
              END-IF
           END-READ
           MOVE ARG-TO-KEY TO WS-RANGE-TO.
       CHECK-PARTITION-CONTROL-EXIT.
           EXIT.
      *The merge of a split night: every partition must have finished,
      *and their ranges must join end to end from the start of the
      *file to its end, before the night counts as swept
       MERGE-PARTITIONS.
           MOVE RN-PART-COUNT TO WS-PART-COUNT
           MOVE 'Y' TO WS-MERGE-READY
           MOVE SPACES TO WS-CHAIN-FROM
           MOVE 0 TO WS-PX
           PERFORM CHECK-ONE-PARTITION WS-PART-COUNT TIMES
           IF WS-MERGE-READY = 'Y' AND WS-CHAIN-FROM NOT = SPACES
              MOVE 'stops short of the end of the file'
                 TO WS-PART-PROBLEM
              PERFORM REFUSE-MERGE
           END-IF
           IF WS-MERGE-READY = 'N'
              GO TO MERGE-PARTITIONS-EXIT
           END-IF
           MOVE 0 TO WS-PX
           PERFORM COLLECT-ONE-PARTITION WS-PART-COUNT TIMES
           PERFORM READ-OWN-CONTROL
           MOVE 0 TO WS-TOTAL-TXN-FEES
           MOVE 0 TO WS-TOTAL-FX-FEES
           IF RN-CARRIED-TOTAL NUMERIC
              MOVE RN-CARRIED-TOTAL TO WS-TOTAL-TXN-FEES
           END-IF
           IF RN-CARRIED-TAX NUMERIC
              MOVE RN-CARRIED-TAX TO WS-TOTAL-FX-FEES
           END-IF
           IF WS-TOTAL-TXN-FEES NOT = 0 OR WS-TOTAL-FX-FEES NOT = 0
              PERFORM CREDIT-BANK-FEES
           END-IF
           PERFORM MARK-RUN-COMPLETE.
       MERGE-PARTITIONS-EXIT.
           EXIT.
       CHECK-ONE-PARTITION.
           ADD 1 TO WS-PX
           IF WS-MERGE-READY = 'Y'
              PERFORM READ-PARTITION-CONTROL
              IF WS-RN-FILE-STATUS NOT = '00'
                 MOVE 'has not run' TO WS-PART-PROBLEM
                 PERFORM REFUSE-MERGE
              ELSE
                 IF NOT RN-IS-COMPLETE
                    MOVE 'has not finished' TO WS-PART-PROBLEM
                    PERFORM REFUSE-MERGE
                 ELSE
                    IF RN-RANGE-FROM NOT = WS-CHAIN-FROM
                       MOVE 'does not start where the one before ends'
                          TO WS-PART-PROBLEM
                       PERFORM REFUSE-MERGE
                    ELSE
                       IF RN-RANGE-TO = SPACES
                             AND WS-PX < WS-PART-COUNT
                          MOVE 'runs on over the partitions after it'
                             TO WS-PART-PROBLEM
                          PERFORM REFUSE-MERGE
                       ELSE
                          MOVE RN-RANGE-TO TO WS-CHAIN-FROM
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
       REFUSE-MERGE.
           MOVE 'N' TO WS-MERGE-READY
           MOVE SPACES TO WS-REFUSAL
           STRING 'partition ' WS-PX ' ' WS-PART-PROBLEM
              DELIMITED BY SIZE INTO WS-REFUSAL.
      *Add the partition's carried fees to the program's own record
      *first and only then zero them on the partition - an abend
      *between the two re-adds them, rather than dropping them
       COLLECT-ONE-PARTITION.
           ADD 1 TO WS-PX
           PERFORM READ-PARTITION-CONTROL
           IF WS-RN-FILE-STATUS = '00'
              MOVE 0 TO WS-CARRY-AMOUNT
              MOVE 0 TO WS-CARRY-TAX
              IF RN-CARRIED-TOTAL NUMERIC
                 MOVE RN-CARRIED-TOTAL TO WS-CARRY-AMOUNT
              END-IF
              IF RN-CARRIED-TAX NUMERIC
                 MOVE RN-CARRIED-TAX TO WS-CARRY-TAX
              END-IF
              IF WS-CARRY-AMOUNT NOT = 0 OR WS-CARRY-TAX NOT = 0
                 PERFORM READ-OWN-CONTROL
                 IF RN-CARRIED-TOTAL NOT NUMERIC
                    MOVE 0 TO RN-CARRIED-TOTAL
                 END-IF
                 IF RN-CARRIED-TAX NOT NUMERIC
                    MOVE 0 TO RN-CARRIED-TAX
                 END-IF
                 ADD WS-CARRY-AMOUNT TO RN-CARRIED-TOTAL
                 ADD WS-CARRY-TAX TO RN-CARRIED-TAX
                 REWRITE RN-RECORD
                 PERFORM READ-PARTITION-CONTROL
                 MOVE 0 TO RN-CARRIED-TOTAL
                 MOVE 0 TO RN-CARRIED-TAX
                 REWRITE RN-RECORD
              END-IF
           END-IF.
      *Credit BANK the night's sweep fees in one posting, split over
      *its two fee sub-ledgers just as TRNSFR would have split them.
      *The accounts file is only open for reading up to here
       CREDIT-BANK-FEES.
           CLOSE USER-ACCOUNTS
           OPEN I-O USER-ACCOUNTS
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
      *Should NEVER happen - the bank's own account is created with
      *every other account file
               CONTINUE
           NOT INVALID KEY
               MOVE ACT-REC TO WS-JR-BEFORE
               COMPUTE ACT-BALANCE = ACT-BALANCE + WS-TOTAL-TXN-FEES
                                   + WS-TOTAL-FX-FEES
               COMPUTE ACT-FEE-INCOME-TXN =
                          ACT-FEE-INCOME-TXN + WS-TOTAL-TXN-FEES
               COMPUTE ACT-FEE-INCOME-FX =
                          ACT-FEE-INCOME-FX + WS-TOTAL-FX-FEES
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE
      *The carried fees are spent - zero them on the control record
      *at once, so a restart can not credit them a second time
               MOVE 0 TO RN-CARRIED-TOTAL
               MOVE 0 TO RN-CARRIED-TAX
               REWRITE RN-RECORD
           END-READ.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
      *Append one before/after image pair. A journal that can not be
      *written must not block the posting itself
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'SWEEPRUN' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
       READ-OWN-CONTROL.
           MOVE 'SWEEPRU' TO RN-PROGRAM
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
       READ-PARTITION-CONTROL.
           MOVE 'SWEEPRU' TO RN-PROGRAM
           MOVE WS-PX TO RN-PROGRAM(8:1)
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
      *Note the checking account whose order was just evaluated, so
      *an abended partition picks up again at it
       MARK-RUN-PROGRESS.
           MOVE SO-FROM-NAME TO RN-LAST-ACCOUNT
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
