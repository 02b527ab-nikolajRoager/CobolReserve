      *Nightly batch job: scan the NOTICES register and lapse every
      *open withdrawal notice whose drawing window has closed without
      *the money being taken, same shape as HOLDSWP's sweep of
      *CARD-HOLDS. Lapsed notices stay on file (status X) for
      *history; nothing was posted for them, so there is nothing to
      *put back - the customer is told and must give notice again
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTCEXP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REGISTER ASSIGN TO NOTICES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.
      *Business date - a notice lapses by the bank's day, not the
      *machine's
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Customer notification events - NOTIFMT drains these into the
      *messaging bureau's feed
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  NOTICE-REGISTER DATA RECORD IS NT-RECORD.
       COPY notcrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-NOTICES-EXPIRED PIC 9(6) VALUE 0.
       01 WS-NOTICES-OPEN PIC 9(6) VALUE 0.
      *Staging area for one notification event about to be appended
       01 WS-OUTBOX-EVENT.
           05 WS-OB-ACCOUNT PIC X(9).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'NOTCEXP'.
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
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           OPEN I-O NOTICE-REGISTER
           IF WS-NT-FILE-STATUS = '35'
              OPEN OUTPUT NOTICE-REGISTER
              CLOSE NOTICE-REGISTER
              OPEN I-O NOTICE-REGISTER
           END-IF
           IF WS-NT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Notice register error ' WS-NT-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE NOTICE-REGISTER
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM EXPIRE-LAPSED-NOTICES UNTIL WS-EOF = 'Y'
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "NoticesExpired":' WS-NOTICES-EXPIRED ','
           DISPLAY '  "NoticesOpen":' WS-NOTICES-OPEN
           DISPLAY '}'
           CLOSE NOTICE-REGISTER
           MOVE WS-NOTICES-EXPIRED TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       EXPIRE-LAPSED-NOTICES.
           READ NOTICE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF NT-IS-OPEN
                      IF NT-EXPIRY-DATE < WS-TODAY
                         MOVE 'X' TO NT-STATUS
                         REWRITE NT-RECORD
                         ADD 1 TO WS-NOTICES-EXPIRED
                         MOVE NT-ACCOUNT TO WS-OB-ACCOUNT
                         MOVE "notice expired" TO WS-OB-TYPE
                         COMPUTE WS-OB-AMOUNT = NT-AMOUNT - NT-USED
                         MOVE NT-CURRENCY TO WS-OB-CCY
                         PERFORM WRITE-OUTBOX-EVENT
                      ELSE
                         ADD 1 TO WS-NOTICES-OPEN
                      END-IF
                   END-IF
           END-READ.
      *Append one event to the notification outbox, the same shape
      *FEESWEP uses
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
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
