      *TRANSFER-ARCHIVE file, and DELETEs it from the live file -
      *checkpointing the last key handled every CHECKPOINT-INTERVAL
      *records, same restart shape as ADDBULK, so an abend mid-run
      *does not force a full rescan of a file this large. A clean
      *pass then drops the POSTIDX entries of the purged days, so the
      *posting index never points the daily batches at a record that
      *has gone to the archive
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS TRA-KEY
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-PI-FILE-STATUS.
      *Restart point: the last TR-KEY already handled, so a re-run can
      *START just past it instead of rescanning from the beginning
           SELECT CHECKPOINT-FILE ASSIGN TO ARCHVCP
       COPY trnrec.
       FD  TRANSFER-ARCHIVE DATA RECORD IS TRA-RECORD.
       COPY trnarch.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  CHECKPOINT-FILE RECORDING MODE F.
       01  CP-RECORD.
           05 CP-LAST-KEY PIC X(25).
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-CP-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-PI-DONE PIC X.
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-INDEX-PURGED PIC 9(8) VALUE 0.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
      *Days since a fixed epoch, cutoff is today minus ARG-MONTHS
       01 WS-SINCE-CHECKPOINT PIC 9(4) VALUE 0.
       01 CHECKPOINT-INTERVAL PIC 9(4) VALUE 50.
       01 WS-MOVED-COUNT PIC 9(8) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'ARCHTRN'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           PERFORM OPEN-FILES
           PERFORM CALC-CUTOFF
           PERFORM POSITION-FILE
           MOVE SPACES TO CP-LAST-KEY
           ADD WS-MOVED-COUNT TO CP-ARCHIVED-COUNT
           REWRITE CP-RECORD
           PERFORM PURGE-POSTING-INDEX

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Archived":' WS-MOVED-COUNT ','
           DISPLAY '  "IndexEntriesPurged":' WS-INDEX-PURGED
           DISPLAY '}'
           CLOSE USER-TRANSFERS
           CLOSE TRANSFER-ARCHIVE
           CLOSE CHECKPOINT-FILE
           MOVE WS-MOVED-COUNT TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       OPEN-FILES.
           OPEN I-O USER-TRANSFERS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE TRANSFER-ARCHIVE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

              CLOSE USER-TRANSFERS
              CLOSE TRANSFER-ARCHIVE
              CLOSE CHECKPOINT-FILE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           READ CHECKPOINT-FILE.
       CALC-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUTOFF-DAYS = WS-TODAY-DAYS - (ARG-MONTHS * 30)
           COMPUTE WS-CUTOFF-DATE
               = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAYS).
       POSITION-FILE.
      *A prior run's abend left a checkpoint past the start of the
      *file - resume just after it instead of rescanning
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   COMPUTE WS-TR-DATE
                       = TR-YEAR * 10000 + TR-MONTH * 100 + TR-DAY
                   COMPUTE WS-TR-DATE-DAYS
              DELETE USER-TRANSFERS RECORD
              ADD 1 TO WS-MOVED-COUNT
           END-IF.
      *Walk the index from its oldest day up to the cutoff and drop
      *every entry whose ledger record is no longer live. A record
      *left behind because its archive write failed keeps its entry.
      *The days' control records stay, so a sequence is never handed
      *out twice for a date
       PURGE-POSTING-INDEX.
           OPEN I-O POSTING-INDEX
           IF WS-PI-FILE-STATUS = '00' OR WS-PI-FILE-STATUS = '97'
              MOVE 'N' TO WS-PI-DONE
              MOVE LOW-VALUES TO PI-KEY
              START POSTING-INDEX KEY IS >= PI-KEY
              IF WS-PI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-PI-DONE
              END-IF
              PERFORM PURGE-ONE-INDEX-ENTRY UNTIL WS-PI-DONE = 'Y'
           END-IF
           CLOSE POSTING-INDEX.
       PURGE-ONE-INDEX-ENTRY.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PI-DONE
               NOT AT END
                   IF PI-DATE NOT < WS-CUTOFF-DATE
                      MOVE 'Y' TO WS-PI-DONE
                   ELSE
                      IF PI-SEQ > 0
                         MOVE PI-TR-KEY TO TR-KEY
                         READ USER-TRANSFERS RECORD KEY TR-KEY
                         INVALID KEY
                            DELETE POSTING-INDEX RECORD
                            ADD 1 TO WS-INDEX-PURGED
                         END-READ
                      END-IF
                   END-IF
           END-READ.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
