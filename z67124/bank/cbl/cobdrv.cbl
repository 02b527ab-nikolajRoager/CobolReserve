      *step last finished, so a re-run after a mid-run abend resumes
      *at the next step instead of repeating (or skipping) one. Once
      *all three steps complete the checkpoint resets to 0, ready for
      *the next business day. DAYROLL refuses while the day's teller
      *journals are not all signed off; the run then stops short of
      *the roll, and the re-run once they are picks up right there.
      *On a night the interest sweep runs as partitioned jobs the
      *interest step is their merge, and stops the run the same way
      *until every partition has finished. The chain's own start and
      *end go to RUNSTAT as COBDRV (steps run and steps completed as
      *its counts), which is what SLAREP projects the close from
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *Strictly last: the business date only advances once the whole
      *close has made it through
       01 STEP-DATE-ROLL         PIC 9(2) VALUE 4.
      *Laid out exactly like DAYROLL's own LINKAGE SECTION
       01 DY-ARG-BUFFER.
           05 DY-ARG-RESULT PIC X(1).
      *Laid out exactly like INTPOST's own LINKAGE SECTION - a plain
      *run, which is the merge when the partitions have run first
       01 IP-ARG-BUFFER.
           05 IP-ARG-LENGTH PIC S9(4) COMP VALUE 21.
           05 IP-ARG-ACTION PIC X(1) VALUE SPACE.
           05 IP-ARG-PARTITION PIC 9(1) VALUE 0.
           05 IP-ARG-PART-COUNT PIC 9(1) VALUE 0.
           05 IP-ARG-FROM-KEY PIC X(9) VALUE SPACES.
           05 IP-ARG-TO-KEY PIC X(9) VALUE SPACES.
           05 IP-ARG-RESULT PIC X(1).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'COBDRV'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           OPEN I-O CHECKPOINT-FILE
           IF WS-CP-FILE-STATUS = '35'
              OPEN OUTPUT CHECKPOINT-FILE
                 '"'
              DISPLAY '}'
              CLOSE CHECKPOINT-FILE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           READ CHECKPOINT-FILE

           IF CP-LAST-STEP < STEP-EXCHANGE-SNAPSHOT
              DISPLAY '  {"step":"ExchangeRateSnapshot"}'
              ADD 1 TO RS-ARG-READ
              CALL 'RATERUN'
              MOVE STEP-EXCHANGE-SNAPSHOT TO CP-LAST-STEP
              REWRITE CP-RECORD
              ADD 1 TO RS-ARG-POSTED
           END-IF

           IF CP-LAST-STEP < STEP-INTEREST-POSTING
              DISPLAY '  {"step":"InterestPosting"}'
              ADD 1 TO RS-ARG-READ
              CALL 'INTPOST' USING IP-ARG-BUFFER
              IF IP-ARG-RESULT NOT = 'Y'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Interest not fully posted"'
                 DISPLAY '}'
                 CLOSE CHECKPOINT-FILE
                 ADD 1 TO RS-ARG-REJECTED
                 MOVE 'S' TO RS-ARG-STATUS
                 PERFORM END-RUN-STATS
                 GOBACK
              END-IF
              MOVE STEP-INTEREST-POSTING TO CP-LAST-STEP
              REWRITE CP-RECORD
              ADD 1 TO RS-ARG-POSTED
           END-IF

           IF CP-LAST-STEP < STEP-TRIAL-BALANCE
              DISPLAY '  {"step":"TrialBalance"}'
              ADD 1 TO RS-ARG-READ
              CALL 'TRIALBAL'
              MOVE STEP-TRIAL-BALANCE TO CP-LAST-STEP
              REWRITE CP-RECORD
              ADD 1 TO RS-ARG-POSTED
           END-IF

           IF CP-LAST-STEP < STEP-DATE-ROLL
              DISPLAY '  {"step":"BusinessDateRoll"}'
              ADD 1 TO RS-ARG-READ
              CALL 'DAYROLL' USING DY-ARG-BUFFER
              IF DY-ARG-RESULT NOT = 'Y'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Business date not rolled"'
                 DISPLAY '}'
                 CLOSE CHECKPOINT-FILE
                 ADD 1 TO RS-ARG-REJECTED
                 MOVE 'S' TO RS-ARG-STATUS
                 PERFORM END-RUN-STATS
                 GOBACK
              END-IF
              MOVE STEP-DATE-ROLL TO CP-LAST-STEP
              REWRITE CP-RECORD
              ADD 1 TO RS-ARG-POSTED
           END-IF

      *Every step made it through, ready for the next business day
           DISPLAY '  "error":"No error"'
           DISPLAY '}'
           CLOSE CHECKPOINT-FILE
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *The business date is taken as the run starts, so the roll at
      *the end of the chain still books it against the day it closed
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
