      *Business-day roll: given a date, hand back the next date the
      *bank is actually open - same date if it already is a working
      *day, otherwise rolled forward past weekends and every holiday
      *on the BANKCAL calendar file. Given a currency it hands back
      *a good value date for that currency instead: a day the bank
      *is open AND the currency's own market settles, per the CCYCAL
      *settlement calendar. The one place the roll convention lives,
      *CALLed by STANDRUN/FUTRUN/RATERUN the same way they call the
      *posting programs. Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS CAL-DATE
           FILE STATUS IS WS-CAL-FILE-STATUS.
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
       01 WS-CAL-FILE-STATUS PIC XX.
       01 WS-CAL-OPEN-OK PIC X.
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-CC-OPEN-OK PIC X.
       01 WS-DAY-INT PIC 9(8).
       01 WS-WEEKDAY PIC 9(1).
       01 WS-IS-OPEN PIC X.
      *Output: Y = the date came back unchanged (it was already a
      *business day), N = it rolled
           05 ARG-WAS-OPEN PIC X(1).
      *Input: spaces = the bank's business days only, otherwise the
      *currency whose settlement calendar must be open as well
           05 ARG-CURRENCY PIC X(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF WS-CAL-FILE-STATUS = '00' OR WS-CAL-FILE-STATUS = '97'
              MOVE 'Y' TO WS-CAL-OPEN-OK
           END-IF
      *No currency calendar on disk just means no currency has a
      *settlement holiday of its own
           MOVE 'N' TO WS-CC-OPEN-OK
           IF ARG-CURRENCY NOT = SPACES
              OPEN INPUT CURRENCY-CALENDAR
              IF WS-CC-FILE-STATUS = '00' OR WS-CC-FILE-STATUS = '97'
                 MOVE 'Y' TO WS-CC-OPEN-OK
              END-IF
           END-IF
           MOVE 'Y' TO ARG-WAS-OPEN
           MOVE 0 TO WS-TRIES
           PERFORM CHECK-ONE-DAY
           IF WS-CAL-OPEN-OK = 'Y'
              CLOSE BANK-CALENDAR
           END-IF
           IF WS-CC-OPEN-OK = 'Y'
              CLOSE CURRENCY-CALENDAR
           END-IF
           GOBACK.
      *A working day is neither a weekend (day numbers run so that
      *rem 6 lands on Saturday and rem 0 on Sunday) nor on the
      *holiday calendar, nor - for a value date - a settlement
      *holiday of the currency
       CHECK-ONE-DAY.
           MOVE 'Y' TO WS-IS-OPEN
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
              NOT INVALID KEY
                 MOVE 'N' TO WS-IS-OPEN
              END-READ
           END-IF
           IF WS-IS-OPEN = 'Y' AND WS-CC-OPEN-OK = 'Y'
              MOVE ARG-CURRENCY TO CCAL-CURRENCY
              MOVE ARG-DATE TO CCAL-DATE
              READ CURRENCY-CALENDAR RECORD KEY CCAL-KEY
              NOT INVALID KEY
                 MOVE 'N' TO WS-IS-OPEN
              END-READ
           END-IF.
