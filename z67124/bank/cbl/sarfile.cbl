      *Daily suspicious activity filing run. Every case compliance
      *decided to file in SARCASE is written to the financial
      *intelligence unit's fixed-format filing - a header with the
      *case, its suspicion and its statutory dates, the subject as
      *the customer master holds them, one line per linked transfer
      *or alert, the analyst's narrative, and a trailer with the
      *line count - and the case is stamped filed, so a re-run never
      *files it twice. A filing cut after the deadline is flagged
      *late on its header, as the FIU requires; cases still being
      *worked past their deadline are counted for compliance. Batch
      *work - the output goes to the FIU channel, never to a teller
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SARFILE.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-CASES ASSIGN TO SARCASES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SR-CASE-ID
              FILE STATUS IS WS-FILE-STATUS.
           SELECT SAR-LINKS ASSIGN TO SARLINKS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SK-KEY
              FILE STATUS IS WS-SK-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *The filing handed to the FIU, one section per case
           SELECT FIU-FILING ASSIGN TO FIUFILE
              FILE STATUS IS WS-FI-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  SAR-CASES DATA RECORD IS SR-RECORD.
       COPY sarrec.
       FD  SAR-LINKS DATA RECORD IS SK-RECORD.
       COPY sarlink.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
      *H = case header, S = subject, A = one linked transfer or
      *alert, N = narrative, T = trailer; every line carries the
      *case id so the FIU can split and match the file
       FD  FIU-FILING RECORDING MODE F.
       01  FI-HEADER.
           05 FI-H-TYPE PIC X(1).
           05 FI-H-CASE-ID PIC X(12).
           05 FI-H-FILED-DATE PIC 9(8).
           05 FI-H-SUSPICION PIC X(12).
           05 FI-H-FIRST-ALERT PIC 9(8).
           05 FI-H-DEADLINE PIC 9(8).
      *Y = filed after the statutory deadline
           05 FI-H-LATE PIC X(1).
      *The officer who took the decision to file
           05 FI-H-OFFICER PIC X(9).
           05 FI-H-DECIDED-DATE PIC 9(8).
           05 FILLER PIC X(53).
       01  FI-SUBJECT.
           05 FI-S-TYPE PIC X(1).
           05 FI-S-CASE-ID PIC X(12).
           05 FI-S-CUSTOMER PIC X(9).
           05 FI-S-FULL-NAME PIC X(30).
           05 FI-S-BIRTH-DATE PIC 9(8).
           05 FI-S-ID-DOC-REF PIC X(20).
           05 FI-S-ADDRESS PIC X(30).
           05 FI-S-TAX-COUNTRY PIC X(2).
           05 FILLER PIC X(8).
       01  FI-ACTIVITY.
           05 FI-A-TYPE PIC X(1).
           05 FI-A-CASE-ID PIC X(12).
           05 FI-A-SOURCE PIC X(1).
           05 FI-A-REF PIC X(25).
           05 FI-A-ALERT-DATE PIC 9(8).
           05 FI-A-AMOUNT PIC +9(11).9(4).
           05 FI-A-CURRENCY PIC X(3).
           05 FILLER PIC X(53).
       01  FI-NARRATIVE.
           05 FI-N-TYPE PIC X(1).
           05 FI-N-CASE-ID PIC X(12).
           05 FI-N-TEXT PIC X(100).
           05 FILLER PIC X(7).
       01  FI-TRAILER.
           05 FI-T-TYPE PIC X(1).
           05 FI-T-CASE-ID PIC X(12).
           05 FI-T-ACTIVITY-COUNT PIC 9(3).
           05 FI-T-LINE-COUNT PIC 9(4).
           05 FILLER PIC X(100).
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SK-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FI-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-LINKS-END PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-ACTIVITY-COUNT PIC 9(3).
       01 WS-LINE-COUNT PIC 9(4).
       01 WS-CASES-FILED PIC 9(5) VALUE 0.
       01 WS-FILED-LATE PIC 9(5) VALUE 0.
       01 WS-CASES-OVERDUE PIC 9(5) VALUE 0.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a filing run that could not
      *start belongs on the operators' digest, not just this job's
      *output
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'SARFILE'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF

      *No case file on disk means no case was ever opened - the
      *filing is still cut, empty
           OPEN I-O SAR-CASES
           IF WS-FILE-STATUS = '35'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
           DISPLAY '  "error":"Case file error ' WS-FILE-STATUS '"'
                 DISPLAY '}'
                 MOVE 'SARCASES' TO OV-ARG-FILE-NAME
                 MOVE WS-FILE-STATUS TO OV-ARG-FILE-STATUS
                 MOVE SPACES TO OV-ARG-KEY-IN-HAND
                 PERFORM RECORD-OPS-EVENT
                 CLOSE SAR-CASES
                 GOBACK
              END-IF
           END-IF
           OPEN INPUT SAR-LINKS
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT FIU-FILING
           IF WS-FI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Filing file error ' WS-FI-FILE-STATUS '"'
              DISPLAY '}'
              MOVE 'FIUFILE' TO OV-ARG-FILE-NAME
              MOVE WS-FI-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              PERFORM CLOSE-FILES
              GOBACK
           END-IF

           IF WS-EOF = 'N'
              MOVE LOW-VALUES TO SR-CASE-ID
              START SAR-CASES KEY IS >= SR-CASE-ID
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "FilingDate":' WS-TODAY ','
           DISPLAY '  "Cases":['
           PERFORM NEXT-CASE UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "CasesFiled":' WS-CASES-FILED ','
           DISPLAY '  "FiledLate":' WS-FILED-LATE ','
           DISPLAY '  "OpenPastDeadline":' WS-CASES-OVERDUE
           DISPLAY '}'
           PERFORM CLOSE-FILES
           GOBACK.
       CLOSE-FILES.
           CLOSE FIU-FILING
           CLOSE CUSTOMER-MASTER
           CLOSE SAR-LINKS
           IF WS-FILE-STATUS NOT = '35'
              CLOSE SAR-CASES
           END-IF.
       NEXT-CASE.
           READ SAR-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SR-IS-TO-FILE
                      PERFORM FILE-ONE-CASE
                   ELSE
                      IF (SR-IS-OPEN OR SR-IS-INVESTIGATING)
                            AND SR-DEADLINE-DATE > 0
                            AND SR-DEADLINE-DATE < WS-TODAY
                         ADD 1 TO WS-CASES-OVERDUE
                      END-IF
                   END-IF
           END-READ.
       FILE-ONE-CASE.
           MOVE 0 TO WS-ACTIVITY-COUNT
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACES TO FI-HEADER
           MOVE 'H' TO FI-H-TYPE
           MOVE SR-CASE-ID TO FI-H-CASE-ID
           MOVE WS-TODAY TO FI-H-FILED-DATE
           MOVE SR-SUSPICION TO FI-H-SUSPICION
           MOVE SR-FIRST-ALERT-DATE TO FI-H-FIRST-ALERT
           MOVE SR-DEADLINE-DATE TO FI-H-DEADLINE
           IF WS-TODAY > SR-DEADLINE-DATE
              MOVE 'Y' TO FI-H-LATE
              ADD 1 TO WS-FILED-LATE
           ELSE
              MOVE 'N' TO FI-H-LATE
           END-IF
           MOVE SR-DECIDED-BY TO FI-H-OFFICER
           MOVE SR-DECIDED-DATE TO FI-H-DECIDED-DATE
           WRITE FI-HEADER
           ADD 1 TO WS-LINE-COUNT

      *The subject as we hold them today; a customer gone from the
      *master is still filed, under the id alone
           MOVE SPACES TO FI-SUBJECT
           MOVE 'S' TO FI-S-TYPE
           MOVE SR-CASE-ID TO FI-S-CASE-ID
           MOVE SR-CUSTOMER TO FI-S-CUSTOMER
           MOVE 0 TO FI-S-BIRTH-DATE
           MOVE SR-CUSTOMER TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE CU-FULL-NAME TO FI-S-FULL-NAME
              MOVE CU-BIRTH-DATE TO FI-S-BIRTH-DATE
              MOVE CU-ID-DOC-REF TO FI-S-ID-DOC-REF
              MOVE CU-ADDRESS-1 TO FI-S-ADDRESS
              MOVE CU-TAX-COUNTRY TO FI-S-TAX-COUNTRY
           END-READ
           WRITE FI-SUBJECT
           ADD 1 TO WS-LINE-COUNT

           MOVE 'N' TO WS-LINKS-END
           MOVE SR-CASE-ID TO SK-CASE-ID
           MOVE 0 TO SK-SEQ
           START SAR-LINKS KEY IS >= SK-KEY
           IF WS-SK-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-LINKS-END
           END-IF
           PERFORM FILE-ONE-LINK UNTIL WS-LINKS-END = 'Y'

           MOVE SPACES TO FI-NARRATIVE
           MOVE 'N' TO FI-N-TYPE
           MOVE SR-CASE-ID TO FI-N-CASE-ID
           MOVE SR-NARRATIVE TO FI-N-TEXT
           WRITE FI-NARRATIVE
           ADD 1 TO WS-LINE-COUNT

           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO FI-TRAILER
           MOVE 'T' TO FI-T-TYPE
           MOVE SR-CASE-ID TO FI-T-CASE-ID
           MOVE WS-ACTIVITY-COUNT TO FI-T-ACTIVITY-COUNT
           MOVE WS-LINE-COUNT TO FI-T-LINE-COUNT
           WRITE FI-TRAILER

           MOVE 'F' TO SR-STATUS
           MOVE WS-TODAY TO SR-FILED-DATE
           REWRITE SR-RECORD
           ADD 1 TO WS-CASES-FILED
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "CaseId":"' SR-CASE-ID '",'
           DISPLAY '    "Activity":' WS-ACTIVITY-COUNT ','
           DISPLAY '    "Deadline":' SR-DEADLINE-DATE ','
           DISPLAY '    "Late":"' FI-H-LATE '"'
           DISPLAY '  }'.
       FILE-ONE-LINK.
           READ SAR-LINKS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LINKS-END
               NOT AT END
                   IF SK-CASE-ID NOT = SR-CASE-ID
                      MOVE 'Y' TO WS-LINKS-END
                   ELSE
                      MOVE SPACES TO FI-ACTIVITY
                      MOVE 'A' TO FI-A-TYPE
                      MOVE SR-CASE-ID TO FI-A-CASE-ID
                      MOVE SK-TYPE TO FI-A-SOURCE
                      MOVE SK-REF TO FI-A-REF
                      MOVE SK-ALERT-DATE TO FI-A-ALERT-DATE
                      MOVE SK-AMOUNT TO FI-A-AMOUNT
                      MOVE SK-CURRENCY TO FI-A-CURRENCY
                      WRITE FI-ACTIVITY
                      ADD 1 TO WS-ACTIVITY-COUNT
                      ADD 1 TO WS-LINE-COUNT
                   END-IF
           END-READ.
      *One line to the central operations event file where the run
      *could not start. OPSLOG swallows its own failures - recording
      *a failure must never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
