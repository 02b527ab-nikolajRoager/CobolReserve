      *Work a suspicious activity case. STRUCREP, LCASHREP, the SCRNQ
      *screening queue and FRAUDVRD surface the behaviour; here a
      *compliance analyst opens a case against the customer, links
      *the transfers and alerts behind it, records the investigation
      *and decides - file with the financial intelligence unit (the
      *case waits for SARFILE to cut the filing) or close without
      *one. The statutory filing deadline runs from the earliest
      *linked alert, so it moves forward when an older alert is
      *linked. The register is compliance work only: every action,
      *inquiries included, needs an active compliance operator with
      *a live session, refusals are logged, and no teller program
      *reads the file - the customer must never be tipped off
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    SARCASE.
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
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only - and the
      *source of the FRAUDVRD verdicts a case can link
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
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
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SK-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-TODAY PIC 9(8).
       01 WS-NOW PIC X(16).
       01 WS-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-FILING-DAYS PIC 9(4) VALUE 30.
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
      *Link being added: where it came from and what it carries
       01 WS-ALERT-DATE PIC 9(8).
       01 WS-LINK-AMOUNT PIC S9(11)V9(4).
       01 WS-LINK-CURRENCY PIC X(3).
       01 WS-FOUND PIC X.
       01 WS-DUPLICATE PIC X.
       01 WS-AMOUNT-EDIT PIC -(10)9.9(4).
       01 WS-DAYS-LEFT PIC S9(5).
       01 WS-DAYS-EDIT PIC -(4)9.
       01 WS-CASES-LISTED PIC 9(5) VALUE 0.
       01 WS-CASES-OVERDUE PIC 9(5) VALUE 0.
      *Case and status before and after, for the audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(5) VALUE 'CASE='.
           05 WS-AB-CASE-ID PIC X(12).
           05 FILLER PIC X(8) VALUE ' STATUS='.
           05 WS-AB-STATUS PIC X(1).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(5) VALUE 'CASE='.
           05 WS-AA-CASE-ID PIC X(12).
           05 FILLER PIC X(8) VALUE ' STATUS='.
           05 WS-AA-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-ACTION PIC X(13).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *O = open a case, L = link a transfer or alert, N = record the
      *investigation notes, D = decide, Q = inquire (spaces for the
      *case id lists every undecided case against its deadline)
           05 ARG-ACTION PIC X(1).
      *Compliance analyst doing the work, for the role gate and the
      *audit trail
           05 ARG-OPERATOR-ID PIC X(9).
      *Case being worked, ignored on an open
           05 ARG-CASE-ID PIC X(12).
      *Open: who is suspected, and of what
           05 ARG-CUSTOMER PIC X(9).
           05 ARG-SUSPICION PIC X(12).
      *Link: T = transfer, S = screening queue entry, A = AUDITLOG
      *entry, and the source record's key
           05 ARG-LINK-TYPE PIC X(1).
           05 ARG-LINK-REF PIC X(25).
      *Decide: F = file with the FIU, N = close with no filing
           05 ARG-DECISION PIC X(1).
      *Notes: the investigation narrative, replacing any before it
           05 ARG-NARRATIVE PIC X(100).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM GET-SETTINGS
           IF ARG-ACTION NOT = 'O' AND NOT = 'L' AND NOT = 'N'
                 AND NOT = 'D' AND NOT = 'Q'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be O, L, N, D or Q"'
              DISPLAY '}'
              GOBACK
           END-IF
      *Nothing about the register - not even whether a case exists -
      *is given out before the operator is proven to be compliance
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O SAR-CASES
           IF WS-FILE-STATUS = '35'
              OPEN OUTPUT SAR-CASES
              CLOSE SAR-CASES
              OPEN I-O SAR-CASES
           END-IF
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Case file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE SAR-CASES
              GOBACK
           END-IF
           EVALUATE ARG-ACTION
              WHEN 'O'
                 PERFORM OPEN-CASE
                    THRU OPEN-CASE-EXIT
              WHEN 'L'
                 PERFORM LINK-CASE
                    THRU LINK-CASE-EXIT
              WHEN 'N'
                 PERFORM NOTE-CASE
                    THRU NOTE-CASE-EXIT
              WHEN 'D'
                 PERFORM DECIDE-CASE
                    THRU DECIDE-CASE-EXIT
              WHEN 'Q'
                 IF ARG-CASE-ID = SPACES
                    PERFORM LIST-CASES
                 ELSE
                    PERFORM SHOW-CASE
                       THRU SHOW-CASE-EXIT
                 END-IF
           END-EVALUATE
           CLOSE SAR-CASES
           GOBACK.
      *One tolerant read of the bank-wide record - the business date
      *and the statutory filing allowance
       GET-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              IF FUNCTION TEST-NUMVAL(S-SAR-FILING-DAYS) = 0
                 COMPUTE WS-FILING-DAYS
                    = FUNCTION NUMVAL(S-SAR-FILING-DAYS)
              END-IF
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF.
       OPEN-CASE.
      *The subject must be one of ours
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GO TO OPEN-CASE-EXIT
           END-IF
           MOVE ARG-CUSTOMER TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer ' ARG-CUSTOMER
                 ' not found"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GO TO OPEN-CASE-EXIT
           END-READ
           CLOSE CUSTOMER-MASTER

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(5:12) TO SR-CASE-ID
           MOVE ARG-CUSTOMER TO SR-CUSTOMER
           MOVE ARG-SUSPICION TO SR-SUSPICION
           MOVE 'O' TO SR-STATUS
           MOVE WS-OPERATOR-ID TO SR-OPENED-BY
           MOVE WS-TODAY TO SR-OPENED-DATE
      *No alert linked yet - the clock starts with the first one
           MOVE 0 TO SR-FIRST-ALERT-DATE
           MOVE 0 TO SR-DEADLINE-DATE
           MOVE 0 TO SR-LINK-COUNT
           MOVE SPACES TO SR-NARRATIVE
           MOVE SPACES TO SR-DECIDED-BY
           MOVE 0 TO SR-DECIDED-DATE
           MOVE 0 TO SR-FILED-DATE
           WRITE SR-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Case id in use, try again"'
              DISPLAY '}'
              GO TO OPEN-CASE-EXIT
           END-WRITE
           MOVE SPACES TO WS-AB-CASE-ID
           MOVE SPACES TO WS-AB-STATUS
           MOVE 'OPENED' TO WS-AA-ACTION
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CaseId":"' SR-CASE-ID '",'
           DISPLAY '  "Customer":"' SR-CUSTOMER '"'
           DISPLAY '}'.
       OPEN-CASE-EXIT.
           EXIT.
      *Read the case and refuse one already decided - shared by the
      *link, notes and decide actions
       READ-LIVE-CASE.
           MOVE 'N' TO WS-EOF
           MOVE ARG-CASE-ID TO SR-CASE-ID
           READ SAR-CASES RECORD KEY SR-CASE-ID
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Case not found"'
              DISPLAY '}'
              MOVE 'Y' TO WS-EOF
           NOT INVALID KEY
              IF NOT SR-IS-OPEN AND NOT SR-IS-INVESTIGATING
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Case already decided"'
                 DISPLAY '}'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-READ
           MOVE SR-CASE-ID TO WS-AB-CASE-ID
           MOVE SR-STATUS TO WS-AB-STATUS.
      *The linked record must exist in its source file; its key's
      *date is the alert date, and the case's clock is reset to run
      *from the earliest alert it now holds
       LINK-CASE.
           PERFORM READ-LIVE-CASE
           IF WS-EOF = 'Y'
              GO TO LINK-CASE-EXIT
           END-IF
           MOVE 0 TO WS-LINK-AMOUNT
           MOVE SPACES TO WS-LINK-CURRENCY
           MOVE 'N' TO WS-FOUND
           EVALUATE ARG-LINK-TYPE
              WHEN 'T'
                 OPEN INPUT USER-TRANSFERS
                 MOVE ARG-LINK-REF TO TR-KEY
                 READ USER-TRANSFERS RECORD KEY TR-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    MOVE TR-AMOUNT TO WS-LINK-AMOUNT
                    MOVE TR-CURRENCY TO WS-LINK-CURRENCY
                 END-READ
                 CLOSE USER-TRANSFERS
              WHEN 'S'
                 OPEN INPUT SCREEN-QUEUE
                 MOVE ARG-LINK-REF TO SC-KEY
                 READ SCREEN-QUEUE RECORD KEY SC-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                    IF FUNCTION TEST-NUMVAL(SC-AMOUNT) = 0
                       COMPUTE WS-LINK-AMOUNT
                          = FUNCTION NUMVAL(SC-AMOUNT)
                    END-IF
                    MOVE SC-CURRENCY TO WS-LINK-CURRENCY
                 END-READ
                 CLOSE SCREEN-QUEUE
              WHEN 'A'
                 OPEN INPUT AUDIT-LOG
                 MOVE ARG-LINK-REF TO AU-KEY
                 READ AUDIT-LOG RECORD KEY AU-KEY
                 INVALID KEY
                    MOVE 'N' TO WS-FOUND
                 NOT INVALID KEY
                    MOVE 'Y' TO WS-FOUND
                 END-READ
                 CLOSE AUDIT-LOG
              WHEN OTHER
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Link type must be T, S or A"'
                 DISPLAY '}'
                 GO TO LINK-CASE-EXIT
           END-EVALUATE
           IF WS-FOUND = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Linked record ' ARG-LINK-REF
                 ' not found"'
              DISPLAY '}'
              GO TO LINK-CASE-EXIT
           END-IF
           IF ARG-LINK-REF(10:8) NOT NUMERIC
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Linked record carries no date"'
              DISPLAY '}'
              GO TO LINK-CASE-EXIT
           END-IF
           MOVE ARG-LINK-REF(10:8) TO WS-ALERT-DATE

           OPEN I-O SAR-LINKS
           IF WS-SK-FILE-STATUS = '35'
              OPEN OUTPUT SAR-LINKS
              CLOSE SAR-LINKS
              OPEN I-O SAR-LINKS
           END-IF
           IF WS-SK-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Link file error ' WS-SK-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE SAR-LINKS
              GO TO LINK-CASE-EXIT
           END-IF
      *The same record linked twice would count twice on the filing
           MOVE 'N' TO WS-DUPLICATE
           MOVE 'N' TO WS-EOF
           MOVE SR-CASE-ID TO SK-CASE-ID
           MOVE 0 TO SK-SEQ
           START SAR-LINKS KEY IS >= SK-KEY
           IF WS-SK-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM CHECK-ONE-LINK UNTIL WS-EOF = 'Y'
           IF WS-DUPLICATE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Already linked to this case"'
              DISPLAY '}'
              CLOSE SAR-LINKS
              GO TO LINK-CASE-EXIT
           END-IF

           MOVE SR-CASE-ID TO SK-CASE-ID
           COMPUTE SK-SEQ = SR-LINK-COUNT + 1
           MOVE ARG-LINK-TYPE TO SK-TYPE
           MOVE ARG-LINK-REF TO SK-REF
           MOVE WS-ALERT-DATE TO SK-ALERT-DATE
           MOVE WS-LINK-AMOUNT TO SK-AMOUNT
           MOVE WS-LINK-CURRENCY TO SK-CURRENCY
           MOVE WS-OPERATOR-ID TO SK-LINKED-BY
           MOVE WS-TODAY TO SK-LINKED-DATE
           WRITE SK-RECORD
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Link file error ' WS-SK-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE SAR-LINKS
              GO TO LINK-CASE-EXIT
           END-WRITE
           CLOSE SAR-LINKS

           ADD 1 TO SR-LINK-COUNT
           IF SR-FIRST-ALERT-DATE = 0
                 OR WS-ALERT-DATE < SR-FIRST-ALERT-DATE
              MOVE WS-ALERT-DATE TO SR-FIRST-ALERT-DATE
              COMPUTE SR-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(SR-FIRST-ALERT-DATE)
                 + WS-FILING-DAYS)
           END-IF
           REWRITE SR-RECORD
           MOVE 'LINKED ' TO WS-AA-ACTION
           MOVE ARG-LINK-TYPE TO WS-AA-ACTION(8:1)
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CaseId":"' SR-CASE-ID '",'
           DISPLAY '  "Links":' SR-LINK-COUNT ','
           DISPLAY '  "FirstAlert":' SR-FIRST-ALERT-DATE ','
           DISPLAY '  "FilingDeadline":' SR-DEADLINE-DATE
           DISPLAY '}'.
       LINK-CASE-EXIT.
           EXIT.
       CHECK-ONE-LINK.
           READ SAR-LINKS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SK-CASE-ID NOT = SR-CASE-ID
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF SK-TYPE = ARG-LINK-TYPE
                            AND SK-REF = ARG-LINK-REF
                         MOVE 'Y' TO WS-DUPLICATE
                         MOVE 'Y' TO WS-EOF
                      END-IF
                   END-IF
           END-READ.
      *The investigation write-up; recording it moves an open case
      *under investigation
       NOTE-CASE.
           IF ARG-NARRATIVE = SPACES
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Narrative is required"'
              DISPLAY '}'
              GO TO NOTE-CASE-EXIT
           END-IF
           PERFORM READ-LIVE-CASE
           IF WS-EOF = 'Y'
              GO TO NOTE-CASE-EXIT
           END-IF
           MOVE ARG-NARRATIVE TO SR-NARRATIVE
           MOVE 'I' TO SR-STATUS
           REWRITE SR-RECORD
           MOVE 'NOTES' TO WS-AA-ACTION
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CaseId":"' SR-CASE-ID '",'
           DISPLAY '  "Status":"' SR-STATUS '"'
           DISPLAY '}'.
       NOTE-CASE-EXIT.
           EXIT.
      *A filing has to say what happened and why it is suspicious -
      *it needs at least one linked record and the narrative
       DECIDE-CASE.
           IF ARG-DECISION NOT = 'F' AND NOT = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Decision must be F or N"'
              DISPLAY '}'
              GO TO DECIDE-CASE-EXIT
           END-IF
           PERFORM READ-LIVE-CASE
           IF WS-EOF = 'Y'
              GO TO DECIDE-CASE-EXIT
           END-IF
           IF ARG-DECISION = 'F'
              IF SR-LINK-COUNT = 0 OR SR-NARRATIVE = SPACES
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"A filing needs linked activity'
                    ' and a narrative"'
                 DISPLAY '}'
                 GO TO DECIDE-CASE-EXIT
              END-IF
              MOVE 'D' TO SR-STATUS
              MOVE 'TO FILE' TO WS-AA-ACTION
           ELSE
              MOVE 'C' TO SR-STATUS
              MOVE 'NO FILING' TO WS-AA-ACTION
           END-IF
           MOVE WS-OPERATOR-ID TO SR-DECIDED-BY
           MOVE WS-TODAY TO SR-DECIDED-DATE
           REWRITE SR-RECORD
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CaseId":"' SR-CASE-ID '",'
           DISPLAY '  "Status":"' SR-STATUS '",'
           DISPLAY '  "FilingDeadline":' SR-DEADLINE-DATE
           DISPLAY '}'.
       DECIDE-CASE-EXIT.
           EXIT.
      *One case in full with every record linked to it. Looking is
      *audited too - who read a case is part of the case
       SHOW-CASE.
           MOVE ARG-CASE-ID TO SR-CASE-ID
           READ SAR-CASES RECORD KEY SR-CASE-ID
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Case not found"'
              DISPLAY '}'
              GO TO SHOW-CASE-EXIT
           END-READ
           MOVE SR-CASE-ID TO WS-AB-CASE-ID
           MOVE SR-STATUS TO WS-AB-STATUS
           MOVE 'VIEWED' TO WS-AA-ACTION
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CaseId":"' SR-CASE-ID '",'
           DISPLAY '  "Customer":"' SR-CUSTOMER '",'
           DISPLAY '  "Suspicion":"' SR-SUSPICION '",'
           DISPLAY '  "Status":"' SR-STATUS '",'
           DISPLAY '  "OpenedBy":"' SR-OPENED-BY '",'
           DISPLAY '  "Opened":' SR-OPENED-DATE ','
           DISPLAY '  "FirstAlert":' SR-FIRST-ALERT-DATE ','
           DISPLAY '  "FilingDeadline":' SR-DEADLINE-DATE ','
           DISPLAY '  "Narrative":"' SR-NARRATIVE '",'
           DISPLAY '  "DecidedBy":"' SR-DECIDED-BY '",'
           DISPLAY '  "Decided":' SR-DECIDED-DATE ','
           DISPLAY '  "Filed":' SR-FILED-DATE ','
           DISPLAY '  "Links":['
           OPEN INPUT SAR-LINKS
           MOVE 'Y' TO WS-EOF
           IF WS-SK-FILE-STATUS = '00' OR WS-SK-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE SR-CASE-ID TO SK-CASE-ID
              MOVE 0 TO SK-SEQ
              START SAR-LINKS KEY IS >= SK-KEY
              IF WS-SK-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM SHOW-ONE-LINK UNTIL WS-EOF = 'Y'
           CLOSE SAR-LINKS
           DISPLAY '  ]'
           DISPLAY '}'.
       SHOW-CASE-EXIT.
           EXIT.
       SHOW-ONE-LINK.
           READ SAR-LINKS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SK-CASE-ID NOT = SR-CASE-ID
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF WS-START NOT = 'Y'
                         DISPLAY '  ,'
                      END-IF
                      MOVE 'N' TO WS-START
                      MOVE SK-AMOUNT TO WS-AMOUNT-EDIT
                      DISPLAY '  {'
                      DISPLAY '    "Type":"' SK-TYPE '",'
                      DISPLAY '    "Ref":"' SK-REF '",'
                      DISPLAY '    "AlertDate":' SK-ALERT-DATE ','
                      DISPLAY '    "Amount":' WS-AMOUNT-EDIT ','
                      DISPLAY '    "Currency":"' SK-CURRENCY '",'
                      DISPLAY '    "LinkedBy":"' SK-LINKED-BY '"'
                      DISPLAY '  }'
                   END-IF
           END-READ.
      *Every case not yet decided, with the days left to the
      *statutory deadline - negative is already late
       LIST-CASES.
           MOVE SPACES TO WS-AB-CASE-ID
           MOVE SPACES TO WS-AB-STATUS
           MOVE 'LISTED' TO WS-AA-ACTION
           MOVE SPACES TO SR-CUSTOMER
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Today":' WS-TODAY ','
           DISPLAY '  "Cases":['
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO SR-CASE-ID
           START SAR-CASES KEY IS >= SR-CASE-ID
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LIST-ONE-CASE UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "CasesOpen":' WS-CASES-LISTED ','
           DISPLAY '  "CasesOverdue":' WS-CASES-OVERDUE
           DISPLAY '}'.
       LIST-ONE-CASE.
           READ SAR-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SR-IS-OPEN OR SR-IS-INVESTIGATING
                         OR SR-IS-TO-FILE
                      PERFORM SHOW-CASE-LINE
                   END-IF
           END-READ.
       SHOW-CASE-LINE.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           ADD 1 TO WS-CASES-LISTED
           DISPLAY '  {'
           DISPLAY '    "CaseId":"' SR-CASE-ID '",'
           DISPLAY '    "Customer":"' SR-CUSTOMER '",'
           DISPLAY '    "Status":"' SR-STATUS '",'
      *No alert linked yet means no clock running yet
           IF SR-DEADLINE-DATE = 0
              DISPLAY '    "FilingDeadline":0'
           ELSE
              COMPUTE WS-DAYS-LEFT
                 = FUNCTION INTEGER-OF-DATE(SR-DEADLINE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY)
              IF WS-DAYS-LEFT < 0
                 ADD 1 TO WS-CASES-OVERDUE
              END-IF
              MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
              DISPLAY '    "FilingDeadline":' SR-DEADLINE-DATE ','
              DISPLAY '    "DaysLeft":' WS-DAYS-EDIT
           END-IF
           DISPLAY '  }'.
      *The calling operator must be on the master, active, and hold
      *the compliance role, with a live SIGNON session behind the id.
      *The gate fails closed when the master can not be read, and a
      *refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-COMPLIANCE
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF
           IF WS-OPERATOR-OK = 'N'
              PERFORM LOG-VIOLATION
           END-IF.
      *Same append-only idiom as the other audit writers
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SARCASE' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
       LOG-AUDIT.
           MOVE SR-CASE-ID TO WS-AA-CASE-ID
           MOVE SR-STATUS TO WS-AA-STATUS
           IF ARG-ACTION = 'Q' AND ARG-CASE-ID = SPACES
              MOVE SPACES TO WS-AA-CASE-ID
              MOVE SPACES TO WS-AA-STATUS
           END-IF
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'SARCASE' TO AU-PROGRAM
           MOVE SR-CUSTOMER TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
