      *Compliance decision on a risk-band case RISKSCOR queued. An
      *approved case re-bands the customer to the band the score
      *pointed to and pulls the next KYC review forward onto the new
      *band's cadence counted from the last review - due today if
      *that date has already gone by, and never later than the
      *review already on the calendar. A declined case leaves the
      *customer as they are. Either way the decision lands in
      *AUDITLOG under the deciding officer's ID, the way SCRNDISP
      *records a screening decision
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RISKAPP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-QUEUE ASSIGN TO RISKQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RK-KEY
              FILE STATUS IS WS-RK-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  RISK-QUEUE DATA RECORD IS RK-RECORD.
       COPY riskrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RK-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-TODAY PIC 9(8).
      *The next review the new band calls for
       01 WS-NEW-NEXT PIC 9(8).
      *Band and next review before and after, for the audit entry
       01 WS-AUDIT-BEFORE.
           05 FILLER PIC X(5) VALUE 'BAND='.
           05 WS-AB-BAND PIC X(1).
           05 FILLER PIC X(6) VALUE ' NEXT='.
           05 WS-AB-NEXT PIC X(8).
       01 WS-AUDIT-AFTER.
           05 FILLER PIC X(5) VALUE 'BAND='.
           05 WS-AA-BAND PIC X(1).
           05 FILLER PIC X(6) VALUE ' NEXT='.
           05 WS-AA-NEXT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-AA-DECISION PIC X(8).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *The RK-KEY RISKSCOR listed when it queued the case
           05 ARG-RK-KEY PIC X(25).
      *A = approve the new band, D = decline it
           05 ARG-ACTION PIC X(1).
      *Compliance officer making the call, for the audit trail
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF ARG-ACTION NOT = 'A' AND NOT = 'D'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be A or D"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN I-O RISK-QUEUE
           IF WS-RK-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Risk queue error ' WS-RK-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE RISK-QUEUE
              GOBACK
           END-IF
           MOVE ARG-RK-KEY TO RK-KEY
           READ RISK-QUEUE RECORD KEY RK-KEY
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Case ' ARG-RK-KEY ' not found"'
              DISPLAY '}'
              CLOSE RISK-QUEUE
              GOBACK
           END-READ
           IF NOT RK-IS-PENDING
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Case already decided"'
              DISPLAY '}'
              CLOSE RISK-QUEUE
              GOBACK
           END-IF

           OPEN I-O CUSTOMER-MASTER
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Customer file error ' WS-FILE-STATUS '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              CLOSE RISK-QUEUE
              GOBACK
           END-IF
           MOVE RK-CUSTOMER TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer ' RK-CUSTOMER ' not found"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              CLOSE RISK-QUEUE
              GOBACK
           END-READ
           MOVE CU-RISK-BAND TO WS-AB-BAND
           MOVE CU-NEXT-REVIEW-DATE TO WS-AB-NEXT

           IF ARG-ACTION = 'A'
              MOVE RK-PROPOSED-BAND TO CU-RISK-BAND
              PERFORM PULL-REVIEW-FORWARD
              REWRITE CU-RECORD
              IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
           DISPLAY '"error":"Writing customer error ' WS-FILE-STATUS '"'
                 DISPLAY '}'
                 CLOSE CUSTOMER-MASTER
                 CLOSE RISK-QUEUE
                 GOBACK
              END-IF
              MOVE 'A' TO RK-STATUS
              MOVE 'APPROVED' TO WS-AA-DECISION
           ELSE
              MOVE 'D' TO RK-STATUS
              MOVE 'DECLINED' TO WS-AA-DECISION
           END-IF
           MOVE CU-RISK-BAND TO WS-AA-BAND
           MOVE CU-NEXT-REVIEW-DATE TO WS-AA-NEXT
           CLOSE CUSTOMER-MASTER
           MOVE ARG-OPERATOR-ID TO RK-DECIDED-BY
           MOVE WS-TODAY TO RK-DECIDED-DATE
           REWRITE RK-RECORD
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Customer":"' RK-CUSTOMER '",'
           DISPLAY '  "RiskBand":"' WS-AA-BAND '",'
           DISPLAY '  "NextReview":"' WS-AA-NEXT '"'
           DISPLAY '}'
           CLOSE RISK-QUEUE
           GOBACK.
      *The new band's cadence from the last review, the same year
      *arithmetic MODCUST's SET-NEXT-REVIEW uses. A date already gone
      *by means the review is due now; a review already booked sooner
      *stays where it is
       PULL-REVIEW-FORWARD.
           IF CU-LAST-REVIEW-DATE NUMERIC
                 AND CU-LAST-REVIEW-DATE > 0
              MOVE CU-LAST-REVIEW-DATE TO WS-NEW-NEXT
           ELSE
              MOVE WS-TODAY TO WS-NEW-NEXT
           END-IF
           IF CU-RISK-HIGH
              ADD 10000 TO WS-NEW-NEXT
           ELSE
              IF CU-RISK-LOW
                 ADD 50000 TO WS-NEW-NEXT
              ELSE
                 ADD 30000 TO WS-NEW-NEXT
              END-IF
           END-IF
           IF WS-NEW-NEXT < WS-TODAY
              MOVE WS-TODAY TO WS-NEW-NEXT
           END-IF
           IF CU-NEXT-REVIEW-DATE NUMERIC
                 AND CU-NEXT-REVIEW-DATE > 0
                 AND CU-NEXT-REVIEW-DATE < WS-NEW-NEXT
              CONTINUE
           ELSE
              MOVE WS-NEW-NEXT TO CU-NEXT-REVIEW-DATE
           END-IF.
      *Append-only, same OPEN-I-O-with-35-fallback idiom as
      *EXCHANGE-HISTORY/LOG-HISTORY in setxch.cbl
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE ARG-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'RISKAPP' TO AU-PROGRAM
           MOVE RK-CUSTOMER TO AU-TARGET
           MOVE WS-AUDIT-BEFORE TO AU-BEFORE
           MOVE WS-AUDIT-AFTER TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
      *Should never happen unless two changes land the same millisec
               CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
