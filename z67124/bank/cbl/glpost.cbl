      *Nightly batch job: turn the day's USER-TRANSFERS records into
      *balanced double-entry GL postings, so finance stops re-keying
      *the ledger by hand at month end. Every TR-RECORD stamped with
      *the requested date - found through the POSTIDX business-date
      *index rather than a pass over the whole ledger - is mapped
      *through CHART-OF-ACCOUNTS on its TR-TYPE-NAME: the movement's
      *absolute account-side amount is
      *written once as a debit and once as a credit to the mapped GL
      *accounts (legs swapped for a negative movement), so the GL file
      *always balances by construction. A type with no mapping is
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-KEY
           FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PI-KEY
           FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO CHARTACC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  CHART-OF-ACCOUNTS DATA RECORD IS CA-RECORD.
       COPY chartacc.
       FD  GENERAL-LEDGER DATA RECORD IS GL-RECORD.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-CA-FILE-STATUS PIC XX.
       01 WS-GL-FILE-STATUS PIC XX.
       01 WS-GB-FILE-STATUS PIC XX.
       01 WS-ALREADY-POSTED PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-GL-SEQ PIC 9(8) VALUE 0.
       01 WS-LEGS-POSTED PIC 9(8) VALUE 0.
       01 WS-REJECTED PIC 9(8) VALUE 0.
      *positive once the debit/credit direction has been read off its
      *sign
       01 WS-MOVEMENT PIC 9(11)V9(4).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'GLPOST'.
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
           IF ARG-DATE = 0
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              MOVE ARG-DATE TO WS-RUN-DATE
           END-IF
      *Measured against the day it posts, not the one it ran on
           MOVE WS-RUN-DATE TO RS-ARG-BUSINESS-DATE

           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT CHART-OF-ACCOUNTS
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE CHART-OF-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O GENERAL-LEDGER
              CLOSE USER-TRANSFERS
              CLOSE CHART-OF-ACCOUNTS
              CLOSE GENERAL-LEDGER
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

              CLOSE USER-TRANSFERS
              CLOSE CHART-OF-ACCOUNTS
              CLOSE GENERAL-LEDGER
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

              CLOSE USER-TRANSFERS
              CLOSE CHART-OF-ACCOUNTS
              CLOSE GENERAL-LEDGER
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

      *The day's postings come off the business-date index, one
      *keyed read of the ledger each
           OPEN INPUT POSTING-INDEX
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE POSTING-INDEX
              CLOSE CHART-OF-ACCOUNTS
              CLOSE GENERAL-LEDGER
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE WS-RUN-DATE TO PI-DATE
           MOVE 1 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF

           DISPLAY '  "Rejected":' WS-REJECTED
           DISPLAY '}'
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           CLOSE CHART-OF-ACCOUNTS
           CLOSE GENERAL-LEDGER
           MOVE WS-LEGS-POSTED TO RS-ARG-POSTED
           MOVE WS-REJECTED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *Any leg already on file for the run date means a prior run got
      *here first
                    END-IF
              END-READ
           END-IF.
      *An entry whose record has since gone is simply passed over
       POST-TRANSACTIONS.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE NOT = WS-RUN-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PI-TR-KEY TO TR-KEY
                      READ USER-TRANSFERS RECORD KEY TR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         ADD 1 TO RS-ARG-READ
                         PERFORM POST-ONE-TRANSACTION
                      END-READ
                   END-IF
           END-READ.
      *Map the one transaction the cursor is on through the chart and
              END-WRITE
           END-IF
           CLOSE GL-BALANCES.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.

