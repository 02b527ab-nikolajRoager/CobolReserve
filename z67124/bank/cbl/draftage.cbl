      *Monthly outstanding bank drafts report: every draft on the
      *DRAFTREG register still a liability of the bank - outstanding,
      *stopped or reported lost - with payee, purchaser, face amount
      *and how many days it has been out against the business date,
      *bucketed 0-30, 31-90, 91-180, 181-365 and over 365 days. A
      *draft out for the statutory escheat period is flagged stale
      *so ops can escheat it through DRAFTMNT. The liability total
      *is what the "DRAFTS   " account should be carrying
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DRAFTAGE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-REGISTER ASSIGN TO DRAFTREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DF-SERIAL
              FILE STATUS IS WS-DF-FILE-STATUS.
      *The business date the drafts age against, and the statutory
      *escheat period
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
       FD  DRAFT-REGISTER DATA RECORD IS DF-RECORD.
       COPY draftrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-DF-FILE-STATUS PIC XX.
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
       01 WS-ESCHEAT-DAYS PIC 9(4) VALUE 0.
       01 WS-DAYS-OUT PIC S9(6).
       01 WS-DAYS-EDIT PIC Z(5)9.
       01 WS-STALE PIC X.
       01 WS-DRAFTS-OPEN PIC 9(6) VALUE 0.
       01 WS-DRAFTS-STALE PIC 9(6) VALUE 0.
      *Drafts per age bucket: 0-30, 31-90, 91-180, 181-365 and over
      *365 days
       01 WS-AGE-0-30 PIC 9(6) VALUE 0.
       01 WS-AGE-31-90 PIC 9(6) VALUE 0.
       01 WS-AGE-91-180 PIC 9(6) VALUE 0.
       01 WS-AGE-181-365 PIC 9(6) VALUE 0.
       01 WS-AGE-OVER-365 PIC 9(6) VALUE 0.
      *Sum of the liability on every open draft, in DRAFTS' currency
       01 WS-LIABILITY-TOTAL PIC 9(13)V9(4) VALUE 0.
       01 WS-TOTAL-EDIT PIC Z(12)9.9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-TODAY
              END-IF
              IF FUNCTION TEST-NUMVAL(S-ESCHEAT-DAYS) = 0
                 COMPUTE WS-ESCHEAT-DAYS
                    = FUNCTION NUMVAL(S-ESCHEAT-DAYS)
              END-IF
           END-IF
           CLOSE STATS
           OPEN INPUT DRAFT-REGISTER
           IF WS-DF-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Draft register error ' WS-DF-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE DRAFT-REGISTER
              GOBACK
           END-IF
           PERFORM SPOOL-START
           MOVE 'OUTSTANDING BANK DRAFTS' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-TODAY ','
           DISPLAY '  "Outstanding":['
           PERFORM AGE-DRAFTS UNTIL WS-EOF = 'Y'
           MOVE WS-LIABILITY-TOTAL TO WS-TOTAL-EDIT
           DISPLAY '  ],'
           DISPLAY '  "DraftsOutstanding":' WS-DRAFTS-OPEN ','
           DISPLAY '  "DraftsStale":' WS-DRAFTS-STALE ','
           DISPLAY '  "Days0To30":' WS-AGE-0-30 ','
           DISPLAY '  "Days31To90":' WS-AGE-31-90 ','
           DISPLAY '  "Days91To180":' WS-AGE-91-180 ','
           DISPLAY '  "Days181To365":' WS-AGE-181-365 ','
           DISPLAY '  "DaysOver365":' WS-AGE-OVER-365 ','
           DISPLAY '  "LiabilityTotal":' WS-TOTAL-EDIT
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'OPEN ' WS-DRAFTS-OPEN ' STALE ' WS-DRAFTS-STALE
              ' LIABILITY ' WS-TOTAL-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '0-30 ' WS-AGE-0-30 ' 31-90 ' WS-AGE-31-90
              ' 91-180 ' WS-AGE-91-180 ' 181-365 ' WS-AGE-181-365
              ' OVER 365 ' WS-AGE-OVER-365
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           CLOSE DRAFT-REGISTER
           GOBACK.
       AGE-DRAFTS.
           READ DRAFT-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DF-IS-OPEN
                      PERFORM REPORT-ONE-DRAFT
                   END-IF
           END-READ.
       REPORT-ONE-DRAFT.
           ADD 1 TO WS-DRAFTS-OPEN
           ADD DF-LIABILITY TO WS-LIABILITY-TOTAL
           COMPUTE WS-DAYS-OUT
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(DF-ISSUE-DATE)
           IF WS-DAYS-OUT < 0
              MOVE 0 TO WS-DAYS-OUT
           END-IF
           EVALUATE TRUE
              WHEN WS-DAYS-OUT <= 30
                 ADD 1 TO WS-AGE-0-30
              WHEN WS-DAYS-OUT <= 90
                 ADD 1 TO WS-AGE-31-90
              WHEN WS-DAYS-OUT <= 180
                 ADD 1 TO WS-AGE-91-180
              WHEN WS-DAYS-OUT <= 365
                 ADD 1 TO WS-AGE-181-365
              WHEN OTHER
                 ADD 1 TO WS-AGE-OVER-365
           END-EVALUATE
      *Stale once out for the statutory period - no period set on
      *STATFILE means nothing is ever flagged
           MOVE 'N' TO WS-STALE
           IF WS-ESCHEAT-DAYS > 0 AND WS-DAYS-OUT >= WS-ESCHEAT-DAYS
              MOVE 'Y' TO WS-STALE
              ADD 1 TO WS-DRAFTS-STALE
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           MOVE DF-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-DAYS-OUT TO WS-DAYS-EDIT
           DISPLAY '  {'
           DISPLAY '    "Serial":' DF-SERIAL ','
           DISPLAY '    "Status":"' DF-STATUS '",'
           DISPLAY '    "Purchaser":"' DF-PURCHASER '",'
           DISPLAY '    "Payee":"' DF-PAYEE '",'
           DISPLAY '    "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '    "Currency":"' DF-CURRENCY '",'
           DISPLAY '    "IssueDate":' DF-ISSUE-DATE ','
           DISPLAY '    "DaysOutstanding":' WS-DAYS-OUT ','
           DISPLAY '    "Stale":"' WS-STALE '"'
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING DF-SERIAL ' ' DF-STATUS ' ' DF-PAYEE
              ' ' WS-AMOUNT-EDIT ' ' DF-CURRENCY
              ' DAYS ' WS-DAYS-EDIT ' STALE ' WS-STALE
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
              MOVE 'DRAFTAGE' TO SP-REPORT
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
              MOVE 'DRAFTAGE' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'DRAFTAGE' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
