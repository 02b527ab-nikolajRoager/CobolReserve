      *Supervisor sign-off of an operator's teller journal. TELJRNL
      *prints the day's journal and leaves the sign-off pending; the
      *reviewing supervisor, having read it, completes it here. Only
      *an active supervisor with a live SIGNON session may sign, and
      *never their own journal. The sign-off lands in AUDITLOG under
      *the supervisor's id, and once every journal for the day is
      *signed DAYROLL is free to roll the business date
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    JSIGNOFF.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-SIGNOFFS ASSIGN TO JRNLSIGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS JS-KEY
              FILE STATUS IS WS-JS-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  JOURNAL-SIGNOFFS DATA RECORD IS JS-RECORD.
       COPY jsgnrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-JS-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-JOURNAL-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(5) VALUE 'DATE='.
           05 WS-AB-DATE PIC 9(8).
           05 FILLER PIC X(9) VALUE ' ENTRIES='.
           05 WS-AB-ENTRIES PIC 9(6).
           05 FILLER PIC X(12) VALUE SPACES.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *Supervisor signing, for the gate and the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
      *The operator whose journal is signed off
           05 ARG-TELLER-ID PIC X(9).
      *The journal's business day, 0 = the business date
           05 ARG-DATE PIC 9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF
      *Reviewing your own day is no review
           IF ARG-TELLER-ID = ARG-OPERATOR-ID
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Cannot sign off own journal"'
              DISPLAY '}'
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-JOURNAL-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-JOURNAL-DATE
           END-IF
           IF ARG-DATE NUMERIC AND ARG-DATE > 0
              MOVE ARG-DATE TO WS-JOURNAL-DATE
           END-IF

           OPEN I-O JOURNAL-SIGNOFFS
           IF WS-JS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Sign-off file error ' WS-JS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE JOURNAL-SIGNOFFS
              GOBACK
           END-IF
           MOVE WS-JOURNAL-DATE TO JS-DATE
           MOVE ARG-TELLER-ID TO JS-OPERATOR
           READ JOURNAL-SIGNOFFS RECORD KEY JS-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No journal printed for that day"'
              DISPLAY '}'
              CLOSE JOURNAL-SIGNOFFS
              GOBACK
           END-READ
           IF NOT JS-IS-PENDING
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Journal already signed off"'
              DISPLAY '}'
              CLOSE JOURNAL-SIGNOFFS
              GOBACK
           END-IF
           MOVE JS-DATE TO WS-AB-DATE
           MOVE JS-ENTRIES TO WS-AB-ENTRIES
           MOVE 'S' TO JS-STATUS
           MOVE WS-OPERATOR-ID TO JS-SIGNED-BY
           MOVE FUNCTION CURRENT-DATE TO JS-SIGNED-AT
           REWRITE JS-RECORD
           IF WS-JS-FILE-STATUS = '00'
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Operator":"' JS-OPERATOR '",'
              DISPLAY '  "JournalDate":' JS-DATE ','
              DISPLAY '  "Entries":' JS-ENTRIES ','
              DISPLAY '  "SignedBy":"' JS-SIGNED-BY '"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Sign-off file error ' WS-JS-FILE-STATUS
                 '"'
              DISPLAY '}'
           END-IF
           CLOSE JOURNAL-SIGNOFFS
           GOBACK.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
      *The id alone is not enough any more: a live SIGNON session
      *must stand behind it, or the gate stays shut
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'JSIGNOFF' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'JSIGNOFF' TO AU-PROGRAM
           MOVE ARG-TELLER-ID TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE 'JOURNAL SIGNED OFF' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
