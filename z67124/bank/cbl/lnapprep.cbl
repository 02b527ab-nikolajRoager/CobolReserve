      *Monthly loan application report for the credit committee:
      *every application LNAPP took in the month, how many were
      *approved, declined and referred, how many of the approvals
      *LNOPEN has booked, the approval rate over the applications
      *decided, and the declines rolled up by reason. Spooled for
      *the committee pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LNAPPREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-APPLICATIONS ASSIGN TO LOANAPPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LA-KEY
           FILE STATUS IS WS-LA-FILE-STATUS.
      *Report spool - the material lines land in the dated repository
           SELECT REPORT-SPOOL ASSIGN TO SPOOL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SP-KEY
              FILE STATUS IS WS-SP-FILE-STATUS.
           SELECT REPORT-CATALOG ASSIGN TO SPOOLCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SPC-KEY
              FILE STATUS IS WS-SPC-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  LOAN-APPLICATIONS DATA RECORD IS LA-RECORD.
       COPY lnapp.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-LA-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-END PIC 9(8).
       01 WS-RECEIVED PIC 9(6) VALUE 0.
       01 WS-APPROVED PIC 9(6) VALUE 0.
       01 WS-DECLINED PIC 9(6) VALUE 0.
      *Still waiting on a supervisor, and every one the assessment
      *referred whichever way it was settled
       01 WS-PENDING PIC 9(6) VALUE 0.
       01 WS-REFERRED PIC 9(6) VALUE 0.
       01 WS-BOOKED PIC 9(6) VALUE 0.
       01 WS-AMOUNT-ASKED PIC 9(13)V9(4) VALUE 0.
       01 WS-AMOUNT-APPROVED PIC 9(13)V9(4) VALUE 0.
      *Approved over approved-plus-declined, as a percentage
       01 WS-APPROVAL-RATE PIC 9(3)V99 VALUE 0.
       01 WS-RATE-EDIT PIC ZZ9.99.
       01 WS-AMOUNT-EDIT PIC Z(12)9.9(4).
       01 WS-COUNT-EDIT PIC Z(5)9.
      *Declines by reason - one slot per distinct reason seen in the
      *month, the linear-search table the other reports keep
       01 WS-ROLLUP-TABLE.
           05 WS-RU-COUNT PIC 9(3) VALUE 0.
           05 WS-RU-ENTRY OCCURS 50 TIMES.
               10 WS-RU-REASON PIC X(20).
               10 WS-RU-ITEMS PIC 9(6).
       01 WS-IX PIC 9(3).
       01 WS-SLOT PIC 9(3).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-YEAR PIC 9(4).
           05 ARG-MONTH PIC 9(2).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           COMPUTE WS-MONTH-START
              = ARG-YEAR * 10000 + ARG-MONTH * 100 + 1
           COMPUTE WS-MONTH-END
              = ARG-YEAR * 10000 + ARG-MONTH * 100 + 31
           OPEN INPUT LOAN-APPLICATIONS
           IF WS-LA-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Application file error ' WS-LA-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE LOAN-APPLICATIONS
              GOBACK
           END-IF
      *Keyed by applicant, so the month is a full file pass
           MOVE LOW-VALUES TO LA-KEY
           START LOAN-APPLICATIONS KEY IS >= LA-KEY
           IF WS-LA-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-APPLICATIONS UNTIL WS-EOF = 'Y'
           IF WS-APPROVED + WS-DECLINED > 0
              COMPUTE WS-APPROVAL-RATE ROUNDED
                 = WS-APPROVED * 100 / (WS-APPROVED + WS-DECLINED)
           END-IF

           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'LOAN APPLICATIONS FOR CREDIT COMMITTEE '
              ARG-YEAR '-' ARG-MONTH
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Month":' ARG-YEAR ARG-MONTH ','
           MOVE WS-RECEIVED TO WS-COUNT-EDIT
           DISPLAY '  "Received":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'RECEIVED         ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-APPROVED TO WS-COUNT-EDIT
           DISPLAY '  "Approved":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'APPROVED         ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-DECLINED TO WS-COUNT-EDIT
           DISPLAY '  "Declined":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'DECLINED         ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-REFERRED TO WS-COUNT-EDIT
           DISPLAY '  "Referred":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'REFERRED         ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-PENDING TO WS-COUNT-EDIT
           DISPLAY '  "AwaitingReferral":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AWAITING REFERRAL' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-BOOKED TO WS-COUNT-EDIT
           DISPLAY '  "Booked":' WS-COUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BOOKED           ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-APPROVAL-RATE TO WS-RATE-EDIT
           DISPLAY '  "ApprovalRatePct":' WS-RATE-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'APPROVAL RATE %  ' WS-RATE-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE WS-AMOUNT-ASKED TO WS-AMOUNT-EDIT
           DISPLAY '  "AmountApplied":' WS-AMOUNT-EDIT ','
           MOVE WS-AMOUNT-APPROVED TO WS-AMOUNT-EDIT
           DISPLAY '  "AmountApproved":' WS-AMOUNT-EDIT ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'AMOUNT APPROVED  ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE 'DECLINED BY REASON' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '  "DeclinedReasons":['
           MOVE 0 TO WS-IX
           PERFORM PRINT-ONE-SLOT WS-RU-COUNT TIMES
           DISPLAY '  ]'
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE LOAN-APPLICATIONS
           GOBACK.
       TALLY-APPLICATIONS.
           READ LOAN-APPLICATIONS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LA-APPLIED-DATE >= WS-MONTH-START
                         AND LA-APPLIED-DATE <= WS-MONTH-END
                      PERFORM TALLY-ONE-APPLICATION
                   END-IF
           END-READ.
       TALLY-ONE-APPLICATION.
           ADD 1 TO WS-RECEIVED
           ADD LA-AMOUNT TO WS-AMOUNT-ASKED
           IF LA-WAS-REFERRED = 'Y'
              ADD 1 TO WS-REFERRED
           END-IF
           EVALUATE TRUE
              WHEN LA-IS-APPROVED
                 ADD 1 TO WS-APPROVED
                 ADD LA-AMOUNT TO WS-AMOUNT-APPROVED
              WHEN LA-IS-BOOKED
                 ADD 1 TO WS-APPROVED
                 ADD 1 TO WS-BOOKED
                 ADD LA-AMOUNT TO WS-AMOUNT-APPROVED
              WHEN LA-IS-DECLINED
                 ADD 1 TO WS-DECLINED
                 PERFORM TALLY-ONE-DECLINE
              WHEN LA-IS-REFERRED
                 ADD 1 TO WS-PENDING
           END-EVALUATE.
       TALLY-ONE-DECLINE.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-ROLLUP-SLOT WS-RU-COUNT TIMES
           IF WS-SLOT = 0
              IF WS-RU-COUNT < 50
                 ADD 1 TO WS-RU-COUNT
                 MOVE WS-RU-COUNT TO WS-SLOT
                 MOVE LA-REASON TO WS-RU-REASON(WS-SLOT)
                 MOVE 0 TO WS-RU-ITEMS(WS-SLOT)
              END-IF
           END-IF
           IF WS-SLOT > 0
              ADD 1 TO WS-RU-ITEMS(WS-SLOT)
           END-IF.
       FIND-ROLLUP-SLOT.
           ADD 1 TO WS-IX
           IF WS-RU-REASON(WS-IX) = LA-REASON
              MOVE WS-IX TO WS-SLOT
           END-IF.
       PRINT-ONE-SLOT.
           ADD 1 TO WS-IX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Reason":"' WS-RU-REASON(WS-IX) '",'
           MOVE WS-RU-ITEMS(WS-IX) TO WS-COUNT-EDIT
           DISPLAY '    "Items":' WS-COUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '  ' WS-RU-REASON(WS-IX) ' ' WS-COUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Spool plumbing, shared shape across the report programs
       SPOOL-START.
           MOVE 'Y' TO WS-SPOOL-OK
           MOVE 0 TO WS-SPOOL-LINE-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SPOOL-DATE
           OPEN I-O REPORT-SPOOL
           IF WS-SP-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-SPOOL
              CLOSE REPORT-SPOOL
              OPEN I-O REPORT-SPOOL
           END-IF
           OPEN I-O REPORT-CATALOG
           IF WS-SPC-FILE-STATUS = '35'
              OPEN OUTPUT REPORT-CATALOG
              CLOSE REPORT-CATALOG
              OPEN I-O REPORT-CATALOG
           END-IF
           IF (WS-SP-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-SPC-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'N' TO WS-SPOOL-OK
           END-IF.
       SPOOL-LINE.
           IF WS-SPOOL-OK = 'Y'
              ADD 1 TO WS-SPOOL-LINE-NO
              MOVE 'LNAPPREP' TO SP-REPORT
              MOVE WS-SPOOL-DATE TO SP-DATE
              MOVE WS-SPOOL-LINE-NO TO SP-LINE-NO
              MOVE WS-SPOOL-LINE TO SP-LINE
              WRITE SP-RECORD
              INVALID KEY
                 REWRITE SP-RECORD
              END-WRITE
           END-IF.
       SPOOL-FINISH.
           IF WS-SPOOL-OK = 'Y'
              MOVE 'LNAPPREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'LNAPPREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
