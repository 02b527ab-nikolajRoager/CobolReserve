      *Posting index rebuild. Throws away POSTIDX's entries for the
      *business dates ARG-FROM-DATE to ARG-TO-DATE and builds them
      *again from what USER-TRANSFERS really holds for those days.
      *Run once over the whole file (both dates zero) to index the
      *history that was posted before the index existed, and after
      *any day PIDXUPD could not keep up with. The ledger is walked
      *in key order, so a rebuilt day lists its postings account by
      *account rather than in the order they landed - no daily batch
      *cares which. Every entry goes in through PIDXUPD so the day's
      *sequence is handed out by one program only. Run it outside
      *the posting window, like ARCHTRN
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PIDXBLD.
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
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-PI-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-TR-DATE PIC 9(8).
       01 WS-ENTRIES-DROPPED PIC 9(8) VALUE 0.
       01 WS-ENTRIES-ADDED PIC 9(8) VALUE 0.
       01 WS-ENTRIES-FAILED PIC 9(8) VALUE 0.
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
      *Business dates to rebuild, YYYYMMDD - zero is open-ended
       01 ARG-BUFFER.
           05 ARG-FROM-DATE PIC 9(8).
           05 ARG-TO-DATE PIC 9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-FROM-DATE TO WS-FROM-DATE
           MOVE ARG-TO-DATE TO WS-TO-DATE
           IF WS-TO-DATE = 0
              MOVE 99999999 TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"From date is after to date"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Transfers file error ' WS-T-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF

           OPEN I-O POSTING-INDEX
           IF WS-PI-FILE-STATUS = '35'
              OPEN OUTPUT POSTING-INDEX
              CLOSE POSTING-INDEX
              OPEN I-O POSTING-INDEX
           END-IF
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE POSTING-INDEX
              GOBACK
           END-IF

      *Control records go with the entries, so the rebuilt days hand
      *out their sequences from 1 again
           MOVE WS-FROM-DATE TO PI-DATE
           MOVE 0 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM DROP-ONE-ENTRY UNTIL WS-EOF = 'Y'
      *PIDXUPD opens the index itself for every entry it adds
           CLOSE POSTING-INDEX

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TR-KEY
           START USER-TRANSFERS KEY IS >= TR-KEY
           IF WS-T-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM INDEX-ONE-TRANSFER UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS

           DISPLAY '{'
           IF WS-ENTRIES-FAILED = 0
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
           ELSE
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Some postings could not be indexed",'
           END-IF
           DISPLAY '  "FromDate":' WS-FROM-DATE ','
           DISPLAY '  "ToDate":' WS-TO-DATE ','
           DISPLAY '  "EntriesDropped":' WS-ENTRIES-DROPPED ','
           DISPLAY '  "EntriesAdded":' WS-ENTRIES-ADDED ','
           DISPLAY '  "EntriesFailed":' WS-ENTRIES-FAILED
           DISPLAY '}'
           GOBACK.
       DROP-ONE-ENTRY.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE > WS-TO-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      DELETE POSTING-INDEX RECORD
                      IF PI-SEQ > 0
                         ADD 1 TO WS-ENTRIES-DROPPED
                      END-IF
                   END-IF
           END-READ.
       INDEX-ONE-TRANSFER.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-TR-DATE
                       = TR-YEAR * 10000 + TR-MONTH * 100 + TR-DAY
                   IF WS-TR-DATE >= WS-FROM-DATE
                         AND WS-TR-DATE <= WS-TO-DATE
                      MOVE 'A' TO PU-ARG-ACTION
                      MOVE TR-KEY TO PU-ARG-TR-KEY
                      MOVE SPACES TO PU-ARG-NEW-KEY
                      CALL 'PIDXUPD' USING PU-ARG-BUFFER
                      IF PU-ARG-RESULT = 'Y'
                         ADD 1 TO WS-ENTRIES-ADDED
                      ELSE
                         ADD 1 TO WS-ENTRIES-FAILED
                      END-IF
                   END-IF
           END-READ.
