      *schedule - a level monthly payment split into interest on the
      *balance then outstanding and the principal it retires, with
      *the last row adjusted to clear the remainder exactly. Nothing
      *is booked unless the disbursement actually posted, and nothing
      *is disbursed except against an application LNAPP approved for
      *this borrower - no more than was approved, over the term and
      *on the rate basis it was assessed on. The application is
      *marked booked with the loan it became, so it lends only once
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           ACCESS MODE IS RANDOM
           RECORD KEY IS LS-KEY
           FILE STATUS IS WS-LS-FILE-STATUS.
      *LNAPP's assessed applications - the authority to lend
           SELECT LOAN-APPLICATIONS ASSIGN TO LOANAPPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LA-KEY
           FILE STATUS IS WS-LA-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY lnsched.
       FD  BASE-RATES DATA RECORD IS BR-RECORD.
       COPY baserate.
       FD  LOAN-APPLICATIONS DATA RECORD IS LA-RECORD.
       COPY lnapp.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-BR-FILE-STATUS PIC XX.
       01 WS-RATE-TYPE PIC X(1).
       01 WS-MARGIN PIC 9V9999.
       01 WS-LA-FILE-STATUS PIC XX.
       01 WS-APP-OK PIC X.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
      *booked rate comes off the index, not ARG-RATE
              10 ARG-INDEX-CODE PIC X(8).
              10 ARG-MARGIN   PIC X(6).
      *Sequence of the approved LNAPP application for this borrower
              10 ARG-APP-SEQ  PIC X(4).
              10 ARG-NAME     PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 55.
           MOVE SPACES TO WS-NAME.
           MOVE ARG-NAME(1:ARG-LENGTH) TO WS-NAME.
           COMPUTE WS-PRINCIPAL = FUNCTION NUMVAL(ARG-AMOUNT).
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM CHECK-APPLICATION.
           IF WS-APP-OK NOT = 'Y'
              GOBACK
           END-IF.
           PERFORM COMPUTE-PAYMENT.
       DISBURSE-THE-LOAN.
      *The loan only exists if the money actually reached the
           MOVE ARG-INDEX-CODE TO LN-INDEX-CODE
           MOVE WS-MARGIN TO LN-MARGIN
           MOVE '0' TO LN-DELQ-STAGE
           MOVE 0 TO LN-FORB-START
           MOVE 0 TO LN-FORB-END
           MOVE SPACE TO LN-OFFSET-MODE
           MOVE 0 TO LN-OFFSET-ACCRUED
           MOVE 0 TO LN-OFFSET-THRU
           MOVE 0 TO LN-OFFSET-SAVED
           WRITE LN-RECORD
           PERFORM GENERATE-SCHEDULE
           PERFORM MARK-APPLICATION-BOOKED
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           MOVE WS-INTEREST-PART TO LS-INTEREST-PART
           MOVE 'N' TO LS-PAID-FLAG
           MOVE 0 TO LS-PAID-DATE
           MOVE 0 TO LS-FORB-UNTIL
           MOVE SPACE TO LS-SETTLED-BY
           MOVE 0 TO LS-OFFSET-SAVED
           WRITE LS-RECORD.
      *Due date = opened date plus the row number in months,
      *day-of-month clamped back in shorter landing months, same
           END-IF
           COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
              + WS-DUE-MONTH * 100 + WS-DUE-DAY.
      *The borrower must hold an approved application, and what is
      *being booked must sit inside what was assessed: no more money,
      *the same currency and term, the same fixed/variable basis, and
      *no dearer a rate (for a variable loan, no wider a margin - the
      *index itself may have moved since)
       CHECK-APPLICATION.
           MOVE 'N' TO WS-APP-OK
           OPEN INPUT LOAN-APPLICATIONS
           IF WS-LA-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"No approved application on file"'
              DISPLAY '}'
              CLOSE LOAN-APPLICATIONS
           ELSE
              MOVE WS-NAME TO LA-ACCOUNT
              IF ARG-APP-SEQ NUMERIC
                 MOVE ARG-APP-SEQ TO LA-SEQ
              ELSE
                 MOVE 9999 TO LA-SEQ
              END-IF
              READ LOAN-APPLICATIONS RECORD KEY LA-KEY
              INVALID KEY
                 MOVE SPACES TO LA-STATUS
              END-READ
              CLOSE LOAN-APPLICATIONS
              EVALUATE TRUE
                 WHEN NOT LA-IS-APPROVED
                    DISPLAY '{'
                    DISPLAY '  "success":0,'
                    DISPLAY '  "error":"No approved application '
                       'on file"'
                    DISPLAY '}'
                 WHEN WS-PRINCIPAL > LA-AMOUNT
                       OR ARG-CURRENCY NOT = LA-CURRENCY
                       OR WS-MONTHS NOT = LA-TERM-MONTHS
                    DISPLAY '{'
                    DISPLAY '  "success":0,'
                    DISPLAY '  "error":"Loan does not match the '
                       'approved application"'
                    DISPLAY '}'
                 WHEN WS-RATE-TYPE NOT = LA-RATE-TYPE
                       OR (LA-IS-VARIABLE
                          AND (ARG-INDEX-CODE NOT = LA-INDEX-CODE
                               OR WS-MARGIN > LA-MARGIN))
                       OR (LA-IS-FIXED
                          AND WS-ANNUAL-RATE > LA-ANNUAL-RATE)
                    DISPLAY '{'
                    DISPLAY '  "success":0,'
                    DISPLAY '  "error":"Rate is not the one assessed"'
                    DISPLAY '}'
                 WHEN OTHER
                    MOVE 'Y' TO WS-APP-OK
              END-EVALUATE
           END-IF.
      *The application has become this loan and can not lend again
       MARK-APPLICATION-BOOKED.
           OPEN I-O LOAN-APPLICATIONS
           IF WS-LA-FILE-STATUS = '00' OR WS-LA-FILE-STATUS = '97'
              MOVE WS-NAME TO LA-ACCOUNT
              MOVE ARG-APP-SEQ TO LA-SEQ
              READ LOAN-APPLICATIONS RECORD KEY LA-KEY
              NOT INVALID KEY
                 MOVE 'B' TO LA-STATUS
                 MOVE WS-SEQ TO LA-LOAN-SEQ
                 MOVE WS-TODAY TO LA-BOOKED-DATE
                 REWRITE LA-RECORD
              END-READ
           END-IF
           CLOSE LOAN-APPLICATIONS.
