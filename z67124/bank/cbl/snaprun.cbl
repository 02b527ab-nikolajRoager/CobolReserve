      *per account to BALSNAP, same full-file sweep shape as INTPOST.
      *Running it twice the same night just rewrites the same keys, so
      *a re-run after an abend is harmless
      *
      *Like INTPOST the sweep can be split into ACT-NAME key ranges
      *run as parallel jobs (ARG-ACTION P), each checkpointing on its
      *own RUN-CONTROL record. A plain run on a night that was split
      *is the merge: it snaps nothing itself, and marks the night
      *complete only once every partition has finished - see
      *runctl.cpy. A plain run on a night that was not split keeps no
      *control at all, as before
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS SN-KEY
           FILE STATUS IS WS-SN-FILE-STATUS.
      *Run control - the checkpoints of a night run as partitions
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY acctrec.
       FD  BALANCE-SNAPSHOTS DATA RECORD IS SN-RECORD.
       COPY snaprec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SN-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-ACCOUNTS-SNAPPED PIC 9(6) VALUE 0.
      *Partitioned running, see runctl.cpy. P = this job snaps one
      *key range; anything else is the whole file in one run, or the
      *merge once the night has been split
       01 WS-RUN-MODE PIC X.
       01 WS-PERIOD-DONE PIC X.
       01 WS-RESTART-AFTER PIC X(9).
       01 WS-MERGE-DUE PIC X.
       01 WS-MERGE-READY PIC X.
       01 WS-RANGE-TO PIC X(9).
       01 WS-REFUSAL PIC X(60).
       01 WS-PART-PROBLEM PIC X(40).
       01 WS-PART-COUNT PIC 9(1).
       01 WS-PX PIC 9(1).
       01 WS-CHAIN-FROM PIC X(9).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'SNAPRUN'.
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
      *snap one key range as partition ARG-PARTITION of
      *ARG-PART-COUNT, alongside the other partitions' jobs
           05 ARG-ACTION PIC X(1).
           05 ARG-PARTITION PIC 9(1).
           05 ARG-PART-COUNT PIC 9(1).
      *The partition's range, from inclusive to exclusive - spaces
      *for the start or end of the file
           05 ARG-FROM-KEY PIC X(9).
           05 ARG-TO-KEY PIC X(9).
      *Output: Y = this run's share is snapped - the whole night, or
      *for a partition just its range
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
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
           DISPLAY '"error":"Accounts file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O BALANCE-SNAPSHOTS
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE BALANCE-SNAPSHOTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE 'N' TO WS-MERGE-DUE
           MOVE SPACES TO WS-RESTART-AFTER
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
              DISPLAY '  "error":"Snapshot date ' WS-TODAY ' '
                 FUNCTION TRIM(WS-REFUSAL) '"'
              DISPLAY '}'
              CLOSE RUN-CONTROL
              CLOSE USER-ACCOUNTS
              CLOSE BALANCE-SNAPSHOTS
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
                 DISPLAY '  "error":"Snapshot date ' WS-TODAY
                    ' not complete, ' FUNCTION TRIM(WS-REFUSAL) '",'
                 CLOSE RUN-CONTROL
                 MOVE 'S' TO RS-ARG-STATUS
              END-IF
              DISPLAY '  "Partitions":' WS-PART-COUNT
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE BALANCE-SNAPSHOTS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
      *An abended partition picks up after the last account it
      *snapped, a fresh one at the bottom of its range
           IF WS-RESTART-AFTER NOT = SPACES
              MOVE WS-RESTART-AFTER TO ACT-NAME
              START USER-ACCOUNTS KEY IS > ACT-NAME
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           ELSE
              IF WS-RUN-MODE = 'P' AND ARG-FROM-KEY NOT = SPACES
                 MOVE ARG-FROM-KEY TO ACT-NAME
                 START USER-ACCOUNTS KEY IS >= ACT-NAME
                 IF WS-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-EOF
                 END-IF
              END-IF
           END-IF
           PERFORM SNAP-ACCOUNTS UNTIL WS-EOF = 'Y'
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
           DISPLAY '  "SnapshotDate":' WS-TODAY ','
           DISPLAY '  "AccountsSnapped":' WS-ACCOUNTS-SNAPPED
           DISPLAY '}'
           CLOSE USER-ACCOUNTS
           CLOSE BALANCE-SNAPSHOTS
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       SNAP-ACCOUNTS.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
      *A partition stops where the next one's range begins
                   IF WS-RANGE-TO NOT = SPACES
                         AND ACT-NAME NOT < WS-RANGE-TO
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      ADD 1 TO RS-ARG-READ
                      PERFORM SNAP-ONE-ACCOUNT
                   END-IF
           END-READ.
       SNAP-ONE-ACCOUNT.
           MOVE ACT-NAME TO SN-ACCOUNT
           END-WRITE
           IF WS-SN-FILE-STATUS = '00'
              ADD 1 TO WS-ACCOUNTS-SNAPPED
              ADD 1 TO RS-ARG-POSTED
              IF WS-RUN-MODE = 'P'
                 PERFORM MARK-RUN-PROGRESS
              END-IF
           ELSE
              ADD 1 TO RS-ARG-REJECTED
           END-IF.
      *A plain run keeps no control of its own - it only looks
      *whether tonight was split into partitions, and if it was,
      *merges them instead of snapping. No control file at all just
      *means no night has ever been split
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE RUN-CONTROL
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'SNAPRUN' TO RN-PROGRAM
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF RN-PART-COUNT NUMERIC AND RN-PART-COUNT > 0
                 IF RN-IS-COMPLETE
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'already snapped' TO WS-REFUSAL
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
      *with is refused, it would leave accounts unsnapped
       CHECK-PARTITION-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE SPACES TO WS-RESTART-AFTER
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
           MOVE 'SNAPRUN' TO RN-PROGRAM
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
                 MOVE 'already snapped' TO WS-REFUSAL
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
           MOVE 'SNAPRUN' TO RN-PROGRAM
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
                 MOVE 'partition already snapped' TO WS-REFUSAL
                 MOVE 'Y' TO ARG-RESULT
              ELSE
                 IF RN-RANGE-FROM NOT = ARG-FROM-KEY
                       OR RN-RANGE-TO NOT = ARG-TO-KEY
                    MOVE 'Y' TO WS-PERIOD-DONE
                    MOVE 'partition range differs from its first run'
                       TO WS-REFUSAL
                 ELSE
                    MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
                 END-IF
              END-IF
           END-READ
           MOVE ARG-TO-KEY TO WS-RANGE-TO.
       CHECK-PARTITION-CONTROL-EXIT.
           EXIT.
      *The merge of a split night: every partition must have finished,
      *and their ranges must join end to end from the start of the
      *file to its end, before the night counts as snapped
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
           PERFORM READ-OWN-CONTROL
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
       READ-OWN-CONTROL.
           MOVE 'SNAPRUN' TO RN-PROGRAM
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
       READ-PARTITION-CONTROL.
           MOVE 'SNAPRUN' TO RN-PROGRAM
           MOVE WS-PX TO RN-PROGRAM(8:1)
           MOVE WS-TODAY TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY.
      *Note the account just snapped, so an abended partition
      *restarts after it
       MARK-RUN-PROGRESS.
           MOVE ACT-NAME TO RN-LAST-ACCOUNT
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
