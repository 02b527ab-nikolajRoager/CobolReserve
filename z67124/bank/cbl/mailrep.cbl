      *Monthly returned-mail report: every customer whose mail is
      *still flagged returned (MAILRTN), how long it has been flagged,
      *and what is being held for them on HELDMAIL - the statements,
      *certificates and card renewals that have not gone out since.
      *The branch chases the oldest first; MODCUST recording the new
      *address clears the flag and releases the items. Spooled like
      *the other reports
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    MAILREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT HELD-MAIL ASSIGN TO HELDMAIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-KEY
              FILE STATUS IS WS-HM-FILE-STATUS.
      *Report spool - the material lines of this report land in the
      *dated spool repository as well as the job output, so a
      *reprint never depends on the operator keeping the printout
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
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  HELD-MAIL DATA RECORD IS HM-RECORD.
       COPY heldmail.
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-HM-FILE-STATUS PIC XX.
      *N = no held-mail file on disk yet, nothing has been held
       01 WS-HM-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-HM-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-ITEM-START PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-DAYS-FLAGGED PIC 9(5).
       01 WS-CUST-ITEMS PIC 9(5).
       01 WS-FLAGGED PIC 9(6) VALUE 0.
       01 WS-ITEMS-HELD PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT CUSTOMER-MASTER
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Customer file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           OPEN INPUT HELD-MAIL
           IF WS-HM-FILE-STATUS = '00' OR WS-HM-FILE-STATUS = '97'
              MOVE 'Y' TO WS-HM-OPEN
           END-IF
           MOVE LOW-VALUES TO CU-NAME
           START CUSTOMER-MASTER KEY IS >= CU-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SPOOL-START
           MOVE 'CUSTOMERS WITH RETURNED MAIL' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Customers":['
           PERFORM SCAN-CUSTOMERS UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "CustomersFlagged":' WS-FLAGGED ','
           DISPLAY '  "ItemsHeld":' WS-ITEMS-HELD
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CUSTOMERS FLAGGED ' WS-FLAGGED
              ' ITEMS HELD ' WS-ITEMS-HELD
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           IF WS-HM-OPEN = 'Y'
              CLOSE HELD-MAIL
           END-IF
           CLOSE CUSTOMER-MASTER
           GOBACK.
       SCAN-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CU-MAIL-RETURNED
                      PERFORM REPORT-ONE-CUSTOMER
                   END-IF
           END-READ.
       REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-FLAGGED
           MOVE 0 TO WS-DAYS-FLAGGED
           IF CU-MAIL-RETURNED-DATE NUMERIC
                 AND CU-MAIL-RETURNED-DATE > 0
              COMPUTE WS-DAYS-FLAGGED
                 = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                 - FUNCTION INTEGER-OF-DATE(CU-MAIL-RETURNED-DATE)
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Customer":"' CU-NAME '",'
           DISPLAY '    "FullName":"' CU-FULL-NAME '",'
           DISPLAY '    "FlaggedDate":' CU-MAIL-RETURNED-DATE ','
           DISPLAY '    "DaysFlagged":' WS-DAYS-FLAGGED ','
           MOVE SPACES TO WS-SPOOL-LINE
           STRING CU-NAME ' ' CU-FULL-NAME ' FLAGGED '
              CU-MAIL-RETURNED-DATE ' DAYS ' WS-DAYS-FLAGGED
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '    "Held":['
           MOVE 0 TO WS-CUST-ITEMS
           MOVE 'Y' TO WS-ITEM-START
           MOVE 'Y' TO WS-HM-EOF
           IF WS-HM-OPEN = 'Y'
              MOVE 'N' TO WS-HM-EOF
              MOVE CU-NAME TO HM-CUSTOMER
              MOVE LOW-VALUES TO HM-TIME-STAMP
              START HELD-MAIL KEY IS >= HM-KEY
              IF WS-HM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-HM-EOF
              END-IF
           END-IF
           PERFORM LIST-HELD-ITEMS UNTIL WS-HM-EOF = 'Y'
           DISPLAY '    ],'
           DISPLAY '    "ItemsHeld":' WS-CUST-ITEMS
           DISPLAY '  }'.
      *The customer's slice of the held-mail file, items still held
       LIST-HELD-ITEMS.
           READ HELD-MAIL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HM-EOF
               NOT AT END
                   IF HM-CUSTOMER NOT = CU-NAME
                      MOVE 'Y' TO WS-HM-EOF
                   ELSE
                      IF HM-IS-HELD
                         PERFORM SHOW-ONE-ITEM
                      END-IF
                   END-IF
           END-READ.
       SHOW-ONE-ITEM.
           ADD 1 TO WS-CUST-ITEMS
           ADD 1 TO WS-ITEMS-HELD
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           DISPLAY '      {"Document":"' HM-DOCUMENT
              '","Account":"' HM-ACCOUNT
              '","HeldDate":' HM-YEAR HM-MONTH HM-DAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING '    ' HM-YEAR HM-MONTH HM-DAY ' ' HM-ACCOUNT ' '
              HM-DOCUMENT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Spool plumbing, shared shape across the report programs: open
      *both spool files (creating them the first time), write each
      *material line under the next line number, and catalog the
      *finished report. A spool that can not be written never stops
      *the report reaching the job output
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
              MOVE 'MAILREP' TO SP-REPORT
              MOVE WS-SPOOL-DATE TO SP-DATE
              MOVE WS-SPOOL-LINE-NO TO SP-LINE-NO
              MOVE WS-SPOOL-LINE TO SP-LINE
              WRITE SP-RECORD
              INVALID KEY
      *A re-run the same day just refreshes the line
                 REWRITE SP-RECORD
              END-WRITE
           END-IF.
       SPOOL-FINISH.
           IF WS-SPOOL-OK = 'Y'
              MOVE 'MAILREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'MAILREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
