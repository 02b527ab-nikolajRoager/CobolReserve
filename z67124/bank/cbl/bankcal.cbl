      *Add or delete one non-business day on the bank calendar, the
      *same one-key-per-call shape SETBLOCK uses for the blocklist.
      *Given a currency, the day goes on that currency's settlement
      *calendar instead - a day its market does not settle even
      *though the bank is open. DATEROLL and the date-driven batches
      *consult both calendars the moment the entry lands
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAL-DATE
           FILE STATUS IS WS-FILE-STATUS.
           SELECT CURRENCY-CALENDAR ASSIGN TO CCYCAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CCAL-KEY
           FILE STATUS IS WS-CC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BANK-CALENDAR DATA RECORD IS CAL-RECORD.
       COPY calrec.
       FD  CURRENCY-CALENDAR DATA RECORD IS CCAL-RECORD.
       COPY ccycal.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CC-FILE-STATUS PIC XX.
      *Using PARM='...' limits me to one date a time, but the code
      *becomes cleaner
       LINKAGE SECTION.
               10 ARG-ACTION PIC X(1).
               10 ARG-DATE PIC 9(8).
               10 ARG-REASON PIC X(20).
      *Spaces = the bank's own calendar, otherwise the currency
      *whose settlement calendar the day belongs on
               10 ARG-CURRENCY PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-CURRENCY NOT = SPACES
              PERFORM MAINTAIN-CURRENCY-CALENDAR
              GOBACK
           END-IF

           OPEN I-O BANK-CALENDAR
           IF WS-FILE-STATUS = '35'
           END-IF
           CLOSE BANK-CALENDAR
           GOBACK.
      *The same add/delete against one currency's settlement
      *calendar
       MAINTAIN-CURRENCY-CALENDAR.
           OPEN I-O CURRENCY-CALENDAR
           IF WS-CC-FILE-STATUS = '35'
              OPEN OUTPUT CURRENCY-CALENDAR
              CLOSE CURRENCY-CALENDAR
              OPEN I-O CURRENCY-CALENDAR
           END-IF
           IF WS-CC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Calendar file error ' WS-CC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CURRENCY-CALENDAR
              GOBACK
           END-IF

           MOVE ARG-CURRENCY TO CCAL-CURRENCY
           MOVE ARG-DATE TO CCAL-DATE
           IF ARG-ACTION = 'A'
              MOVE ARG-REASON TO CCAL-REASON
              WRITE CCAL-RECORD
              INVALID KEY
                 REWRITE CCAL-RECORD
              END-WRITE
           ELSE
              DELETE CURRENCY-CALENDAR RECORD
              INVALID KEY
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Date not on the calendar"'
                 DISPLAY '}'
                 CLOSE CURRENCY-CALENDAR
                 GOBACK
              END-DELETE
           END-IF

           IF WS-CC-FILE-STATUS = '00'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error"'
              DISPLAY '}'
           ELSE
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Calendar file error ' WS-CC-FILE-STATUS
                 '"'
              DISPLAY '}'
           END-IF
           CLOSE CURRENCY-CALENDAR.
