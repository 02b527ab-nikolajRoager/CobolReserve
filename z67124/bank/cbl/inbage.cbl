      *Inbound suspense ageing report: every incoming interbank
      *credit INBCRED could not apply and ops have not yet applied or
      *returned through INBSUSP, with why it went to suspense and how
      *many days it has sat against the business date, bucketed
      *0-2, 3-7, 8-30 and over 30 days. Spooled for the payments desk
      *so the remitter's money is never left on suspense unnoticed
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INBAGE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-CREDITS ASSIGN TO INBCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IC-KEY
              FILE STATUS IS WS-IC-FILE-STATUS.
      *The official business date the items age against
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  INBOUND-CREDITS DATA RECORD IS IC-RECORD.
       COPY inbcrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-IC-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-DAYS-OPEN PIC S9(6).
       01 WS-DAYS-EDIT PIC Z(5)9.
       01 WS-ITEMS-OPEN PIC 9(6) VALUE 0.
      *Items per age bucket: 0-2, 3-7, 8-30, over 30 days
       01 WS-AGE-0-2 PIC 9(6) VALUE 0.
       01 WS-AGE-3-7 PIC 9(6) VALUE 0.
       01 WS-AGE-8-30 PIC 9(6) VALUE 0.
       01 WS-AGE-OVER-30 PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF (WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97')
                 AND S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE TO WS-TODAY
           END-IF
           CLOSE STATS
           OPEN INPUT INBOUND-CREDITS
           IF WS-IC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Credit register error ' WS-IC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE INBOUND-CREDITS
              GOBACK
           END-IF
           PERFORM SPOOL-START
           MOVE 'INBOUND SUSPENSE AGEING' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-TODAY ','
           DISPLAY '  "InSuspense":['
           PERFORM AGE-CREDITS UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "ItemsInSuspense":' WS-ITEMS-OPEN ','
           DISPLAY '  "Days0To2":' WS-AGE-0-2 ','
           DISPLAY '  "Days3To7":' WS-AGE-3-7 ','
           DISPLAY '  "Days8To30":' WS-AGE-8-30 ','
           DISPLAY '  "DaysOver30":' WS-AGE-OVER-30
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OPEN ' WS-ITEMS-OPEN
              ' 0-2 ' WS-AGE-0-2 ' 3-7 ' WS-AGE-3-7
              ' 8-30 ' WS-AGE-8-30 ' OVER 30 ' WS-AGE-OVER-30
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           CLOSE INBOUND-CREDITS
           GOBACK.
       AGE-CREDITS.
           READ INBOUND-CREDITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF IC-IN-SUSPENSE
                      PERFORM REPORT-ONE-CREDIT
                   END-IF
           END-READ.
       REPORT-ONE-CREDIT.
           ADD 1 TO WS-ITEMS-OPEN
           COMPUTE WS-DAYS-OPEN
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(IC-RECEIVED-DATE)
           IF WS-DAYS-OPEN < 0
              MOVE 0 TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
              WHEN WS-DAYS-OPEN <= 2
                 ADD 1 TO WS-AGE-0-2
              WHEN WS-DAYS-OPEN <= 7
                 ADD 1 TO WS-AGE-3-7
              WHEN WS-DAYS-OPEN <= 30
                 ADD 1 TO WS-AGE-8-30
              WHEN OTHER
                 ADD 1 TO WS-AGE-OVER-30
           END-EVALUATE
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           MOVE IC-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DAYS-OPEN TO WS-DAYS-EDIT
           DISPLAY '  {'
           DISPLAY '    "BankId":"' IC-BANK-ID '",'
           DISPLAY '    "Reference":"' IC-REFERENCE '",'
           DISPLAY '    "Beneficiary":"' IC-BENEFICIARY '",'
           DISPLAY '    "Remitter":"' IC-REMITTER '",'
           DISPLAY '    "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '    "Currency":"' IC-CURRENCY '",'
           DISPLAY '    "Reason":"' IC-REASON '",'
           DISPLAY '    "ScreenKey":"' IC-SCREEN-KEY '",'
           DISPLAY '    "DaysInSuspense":' WS-DAYS-OPEN
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING IC-BANK-ID ' ' IC-REFERENCE ' ' IC-BENEFICIARY
              ' ' IC-REASON ' ' WS-AMOUNT-EDIT ' ' IC-CURRENCY
              ' DAYS ' WS-DAYS-EDIT
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
              MOVE 'INBAGE' TO SP-REPORT
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
              MOVE 'INBAGE' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'INBAGE' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
