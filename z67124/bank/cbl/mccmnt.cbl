      *Add or update one merchant category on MCCCAT - the name a
      *customer's spending is grouped under, and whether compliance
      *wants the first spend in it flagged - with the change written
      *to AUDITLOG the same way MERCHMNT logs its own
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MCCMNT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-MASTER ASSIGN TO MCCCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MC-CODE
           FILE STATUS IS WS-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CATEGORY-MASTER DATA RECORD IS MC-RECORD.
       COPY mcccat.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-AUDIT-BEFORE.
           05 WS-AB-NAME PIC X(20).
           05 FILLER PIC X(7) VALUE ' WATCH='.
           05 WS-AB-WATCH PIC X(1).
           05 FILLER PIC X(12) VALUE SPACES.
       01 WS-AUDIT-AFTER.
           05 WS-AA-NAME PIC X(20).
           05 FILLER PIC X(7) VALUE ' WATCH='.
           05 WS-AA-WATCH PIC X(1).
           05 FILLER PIC X(12) VALUE SPACES.
      *Using PARM='...' limits me to one category a time, but the
      *code becomes cleaner
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *ISO 18245 merchant category code, e.g. 7995
               10 ARG-CODE PIC X(4).
               10 ARG-NAME PIC X(20).
      *Y = flag the first spend in this category, N = do not
               10 ARG-WATCH PIC X(1).
      *Teller/system ID making this change, for the audit trail
               10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           IF ARG-CODE NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Category code must be 4 digits"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-WATCH NOT = 'Y' AND ARG-WATCH NOT = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Watch flag must be Y or N"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O CATEGORY-MASTER
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT CATEGORY-MASTER
              CLOSE CATEGORY-MASTER
              OPEN I-O CATEGORY-MASTER
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Category file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CATEGORY-MASTER
              GOBACK
           END-IF

           MOVE SPACES TO WS-AB-NAME
           MOVE SPACE TO WS-AB-WATCH
           MOVE ARG-CODE TO MC-CODE
           READ CATEGORY-MASTER RECORD KEY MC-CODE
           NOT INVALID KEY
              MOVE MC-NAME TO WS-AB-NAME
              MOVE MC-WATCH TO WS-AB-WATCH
           END-READ
           MOVE ARG-CODE TO MC-CODE
           MOVE ARG-NAME TO MC-NAME
           MOVE ARG-WATCH TO MC-WATCH
           WRITE MC-RECORD
           INVALID KEY
      *Already on file - refresh the details
              REWRITE MC-RECORD
           END-WRITE
           IF WS-FILE-STATUS = '00'
              MOVE MC-NAME TO WS-AA-NAME
              MOVE MC-WATCH TO WS-AA-WATCH
              PERFORM LOG-AUDIT
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Category file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
           END-IF
           CLOSE CATEGORY-MASTER
           GOBACK.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'MCCMNT' TO AU-PROGRAM
           MOVE ARG-CODE TO AU-TARGET
           IF WS-AB-NAME = SPACES AND WS-AB-WATCH = SPACE
              MOVE SPACES TO AU-BEFORE
           ELSE
              MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           END-IF
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
