      *banking day until the old one is fully closed - the split of
      *"calendar day" from "banking day" that reconciliation has
      *argued about for years. A blank or zero business date seeds
      *itself from the machine clock on the first cutover. The day
      *does not close until its teller journals do: TELJRNL must have
      *produced them and a supervisor signed off every one through
      *JSIGNOFF, or the date stays where it is and the driver is told
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       FILE-CONTROL.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT JOURNAL-SIGNOFFS ASSIGN TO JRNLSIGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS JS-KEY
              FILE STATUS IS WS-JS-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  JOURNAL-SIGNOFFS DATA RECORD IS JS-RECORD.
       COPY jsgnrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-OLD-DATE PIC 9(8).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-DAY-INT PIC 9(8).
       01 WS-JS-FILE-STATUS PIC XX.
       01 WS-JOURNALS-OK PIC X.
       01 WS-PENDING PIC 9(4).
       01 WS-SCAN-END PIC X.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'DAYROLL'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *Laid out exactly like DATEROLL's own LINKAGE SECTION
       01 DR-ARG-BUFFER.
           05 DR-ARG-DATE PIC 9(8).
           05 DR-ARG-WAS-OPEN PIC X(1).
      *Spaces = the bank's own business days only
           05 DR-ARG-CURRENCY PIC X(3) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *Output: Y = the business date rolled
           05 ARG-RESULT PIC X(1).
       PROCEDURE DIVISION USING ARG-BUFFER.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE 'N' TO ARG-RESULT
           OPEN I-O STATS
           IF WS-STAT-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
           DISPLAY '"error":"Stat file error ' WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE STATS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           READ STATS
           ADD 1 TO RS-ARG-READ

           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OLD-DATE
           END-IF

           PERFORM CHECK-JOURNALS
           IF WS-JOURNALS-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              IF WS-PENDING = 0
           DISPLAY '"error":"Teller journals not produced for '
                    WS-OLD-DATE '"'
              ELSE
           DISPLAY '"error":"' WS-PENDING
                    ' teller journals awaiting sign-off"'
              END-IF
              DISPLAY '}'
              CLOSE STATS
      *Held back by the journals - each one still pending counts as
      *rejected
              MOVE WS-PENDING TO RS-ARG-REJECTED
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

      *The next banking day: the calendar day after, rolled past
      *weekends and holidays
           COMPUTE WS-DAY-INT
           MOVE WS-NEW-DATE TO S-BUSINESS-DATE
           REWRITE STAT-RECORD
           IF WS-STAT-FILE-STATUS = '00'
              MOVE 'Y' TO ARG-RESULT
              ADD 1 TO RS-ARG-POSTED
              MOVE 'C' TO RS-ARG-STATUS
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Stat file error ' WS-STAT-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'F' TO RS-ARG-STATUS
           END-IF
           CLOSE STATS
           PERFORM END-RUN-STATS
           GOBACK.
      *TELJRNL's run marker proves the day's journals were produced;
      *after it, in key order, come that day's operators, none of
      *whom may still be pending
       CHECK-JOURNALS.
           MOVE 'N' TO WS-JOURNALS-OK
           MOVE 0 TO WS-PENDING
           OPEN INPUT JOURNAL-SIGNOFFS
           IF WS-JS-FILE-STATUS = '00' OR WS-JS-FILE-STATUS = '97'
              MOVE WS-OLD-DATE TO JS-DATE
              MOVE SPACES TO JS-OPERATOR
              READ JOURNAL-SIGNOFFS RECORD KEY JS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-END
              NOT INVALID KEY
                 MOVE 'Y' TO WS-JOURNALS-OK
                 MOVE 'N' TO WS-SCAN-END
              END-READ
              PERFORM COUNT-ONE-PENDING UNTIL WS-SCAN-END = 'Y'
           END-IF
           CLOSE JOURNAL-SIGNOFFS
           IF WS-PENDING > 0
              MOVE 'N' TO WS-JOURNALS-OK
           END-IF.
       COUNT-ONE-PENDING.
           READ JOURNAL-SIGNOFFS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-END
               NOT AT END
                   IF JS-DATE NOT = WS-OLD-DATE
                      MOVE 'Y' TO WS-SCAN-END
                   ELSE
                      IF JS-IS-PENDING
                         ADD 1 TO WS-PENDING
                      END-IF
                   END-IF
           END-READ.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.

