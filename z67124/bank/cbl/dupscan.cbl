      *Probable duplicate customers across the customer master: the
      *same person onboarded twice (typically at two branches) under
      *two identities, so KYC reviews them twice, SCVEXT insures them
      *twice and LCASHREP never adds their cash together. Every pair
      *of customers not yet closed is put to CUSTMTCH, the same test
      *ADDCUST warns with at onboarding; each probable pair is listed
      *with what matched. Compliance settles the true duplicates with
      *CUSTMRG. Spooled like the other reports
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DUPSCAN.
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
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-PAIRS PIC 9(6) VALUE 0.
       01 WS-NOT-SCANNED PIC 9(6) VALUE 0.
      *Every open customer, held so each pair can be compared without
      *re-reading the master. Beyond the table the rest are counted
      *as not scanned, so a short run never passes for a clean one
       01 WS-CUSTOMERS.
           05 WS-CT-COUNT PIC 9(4) VALUE 0.
           05 WS-CT-ENTRY OCCURS 3000 TIMES.
              10 WS-CT-NAME PIC X(9).
              10 WS-CT-IMAGE PIC X(138).
       01 WS-CT-IX PIC 9(4).
       01 WS-CT-JX PIC 9(4).
      *Laid out exactly like CUSTMTCH's own LINKAGE SECTION
       01 CM-ARG-BUFFER.
           05 CM-ARG-CUSTOMER-A.
              10 CM-ARG-A-FULL-NAME PIC X(30).
              10 CM-ARG-A-ADDRESS-1 PIC X(30).
              10 CM-ARG-A-ADDRESS-2 PIC X(30).
              10 CM-ARG-A-BIRTH-DATE PIC 9(8).
              10 CM-ARG-A-ID-DOC-REF PIC X(20).
              10 CM-ARG-A-TIN PIC X(20).
           05 CM-ARG-CUSTOMER-B.
              10 CM-ARG-B-FULL-NAME PIC X(30).
              10 CM-ARG-B-ADDRESS-1 PIC X(30).
              10 CM-ARG-B-ADDRESS-2 PIC X(30).
              10 CM-ARG-B-BIRTH-DATE PIC 9(8).
              10 CM-ARG-B-ID-DOC-REF PIC X(20).
              10 CM-ARG-B-TIN PIC X(20).
           05 CM-ARG-MATCH PIC X(1).
           05 CM-ARG-MATCH-TEXT PIC X(20).
       PROCEDURE DIVISION.
      *------------------
       MAIN-PROCEDURE.
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
           MOVE LOW-VALUES TO CU-NAME
           START CUSTOMER-MASTER KEY IS >= CU-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LOAD-CUSTOMERS UNTIL WS-EOF = 'Y'
           CLOSE CUSTOMER-MASTER
           PERFORM SPOOL-START
           MOVE 'PROBABLE DUPLICATE CUSTOMERS' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Duplicates":['
           PERFORM COMPARE-PAIR
              VARYING WS-CT-IX FROM 1 BY 1
              UNTIL WS-CT-IX > WS-CT-COUNT
              AFTER WS-CT-JX FROM 1 BY 1
              UNTIL WS-CT-JX > WS-CT-COUNT
           DISPLAY '  ],'
           DISPLAY '  "CustomersScanned":' WS-CT-COUNT ','
           DISPLAY '  "CustomersNotScanned":' WS-NOT-SCANNED ','
           DISPLAY '  "ProbableDuplicates":' WS-PAIRS
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           GOBACK.
      *Closed records are history - a duplicate already merged away
      *is not found again
       LOAD-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT CU-IS-CLOSED
                      IF WS-CT-COUNT < 3000
                         PERFORM LOAD-ONE-CUSTOMER
                      ELSE
                         ADD 1 TO WS-NOT-SCANNED
                      END-IF
                   END-IF
           END-READ.
       LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-CT-COUNT
           MOVE CU-NAME TO WS-CT-NAME(WS-CT-COUNT)
           MOVE CU-FULL-NAME TO CM-ARG-A-FULL-NAME
           MOVE CU-ADDRESS-1 TO CM-ARG-A-ADDRESS-1
           MOVE CU-ADDRESS-2 TO CM-ARG-A-ADDRESS-2
           MOVE CU-BIRTH-DATE TO CM-ARG-A-BIRTH-DATE
           MOVE CU-ID-DOC-REF TO CM-ARG-A-ID-DOC-REF
           MOVE CU-TIN TO CM-ARG-A-TIN
           MOVE CM-ARG-CUSTOMER-A TO WS-CT-IMAGE(WS-CT-COUNT).
      *Each pair once: only the later customer against the earlier
       COMPARE-PAIR.
           IF WS-CT-JX > WS-CT-IX
              MOVE WS-CT-IMAGE(WS-CT-IX) TO CM-ARG-CUSTOMER-A
              MOVE WS-CT-IMAGE(WS-CT-JX) TO CM-ARG-CUSTOMER-B
              CALL 'CUSTMTCH' USING CM-ARG-BUFFER
              IF CM-ARG-MATCH NOT = SPACE
                 PERFORM REPORT-ONE-PAIR
              END-IF
           END-IF.
       REPORT-ONE-PAIR.
           ADD 1 TO WS-PAIRS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Customer":"' WS-CT-NAME(WS-CT-IX) '",'
           DISPLAY '    "FullName":"' CM-ARG-A-FULL-NAME '",'
           DISPLAY '    "Duplicate":"' WS-CT-NAME(WS-CT-JX) '",'
           DISPLAY '    "DuplicateFullName":"' CM-ARG-B-FULL-NAME '",'
           DISPLAY '    "MatchedOn":"'
              FUNCTION TRIM(CM-ARG-MATCH-TEXT) '"'
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING WS-CT-NAME(WS-CT-IX) ' ' WS-CT-NAME(WS-CT-JX) ' '
              CM-ARG-MATCH-TEXT ' ' CM-ARG-A-FULL-NAME
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
              MOVE 'DUPSCAN' TO SP-REPORT
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
              MOVE 'DUPSCAN' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'DUPSCAN' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
