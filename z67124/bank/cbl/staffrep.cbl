      *Daily staff self-dealing report, for internal audit. STAFFCHK
      *stops an operator keying work onto their own or a declared
      *connected person's account at the counter; this is the look
      *back for what it can not stop, and for the patterns behind
      *it. For the day it lists:
      *  LINKED     - a teller-keyed leg (TR-TELLER-ID) on an account
      *               held by the teller or a connected person
      *  OFF-SESSION- a teller-keyed leg posted while that operator
      *               had no SIGNON session open (the last SIGNON
      *               event that day before the posting was not a
      *               sign-on)
      *  AUDIT      - an AUDITLOG action by an operator on an account
      *               or customer linked to them
      *  REFUSED    - an attempt STAFFCHK refused
      *and over the trailing window, every teller who refunded fees
      *to the same customer identity at least the set number of
      *times (REFUNDS). Spooled for the audit pack
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    STAFFREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-PI-FILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
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
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X.
       01 WS-SCAN-END PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-WINDOW-DAYS PIC 9(3).
       01 WS-MIN-REFUNDS PIC 9(3).
       01 WS-WINDOW-START PIC 9(8).
       01 WS-TR-DATE PIC 9(8).
       01 WS-AU-DATE PIC 9(8).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
      *Every operator with the identities they are linked to - the
      *linear-search table the other reports keep
       01 WS-OPERATOR-TABLE.
           05 WS-OP-COUNT PIC 9(3) VALUE 0.
           05 WS-OP-ENTRY OCCURS 300 TIMES.
               10 WS-OP-ID PIC X(9).
               10 WS-OP-CUSTOMER PIC X(9).
               10 WS-OP-CONNECTED PIC X(9) OCCURS 5 TIMES.
       01 WS-IX PIC 9(3).
       01 WS-CX PIC 9(1).
       01 WS-OP-SLOT PIC 9(3).
      *The account being tested and the holders it resolves to
       01 WS-LOOK-ACCOUNT PIC X(9).
       01 WS-LOOK-IDENTITY PIC X(9).
       01 WS-LOOK-SECONDARY PIC X(9).
       01 WS-LINKED PIC X.
      *The operator whose session is being traced, the posting's
      *stamp, and whether they were signed on at that moment
       01 WS-SESSION-OPERATOR PIC X(9).
       01 WS-POST-STAMP PIC X(16).
       01 WS-SIGNED-ON PIC X.
      *Fee refunds over the window by teller and customer identity
       01 WS-REFUND-TABLE.
           05 WS-RF-COUNT PIC 9(3) VALUE 0.
           05 WS-RF-ENTRY OCCURS 500 TIMES.
               10 WS-RF-TELLER PIC X(8).
               10 WS-RF-IDENTITY PIC X(9).
               10 WS-RF-ITEMS PIC 9(5).
               10 WS-RF-TOTAL PIC S9(12)V9(4).
       01 WS-RF-SLOT PIC 9(3).
      *One exception line, staged for the JSON and the spool
       01 WS-EXCEPTION.
           05 WS-EX-KIND PIC X(11).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EX-OPERATOR PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EX-ACCOUNT PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EX-REF PIC X(25).
           05 FILLER PIC X VALUE SPACE.
           05 WS-EX-AMOUNT PIC -Z(10)9.9(4).
       01 WS-EXCEPTIONS PIC 9(6) VALUE 0.
       01 WS-LINKED-LEGS PIC 9(6) VALUE 0.
       01 WS-OFF-SESSION PIC 9(6) VALUE 0.
       01 WS-AUDIT-LINKED PIC 9(6) VALUE 0.
       01 WS-REFUSED PIC 9(6) VALUE 0.
       01 WS-CONCENTRATED PIC 9(6) VALUE 0.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'STAFFREP'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The day to report, 0 = the business date
           05 ARG-DATE PIC 9(8).
      *Days back the fee-refund concentration looks, 0 = 30
           05 ARG-WINDOW-DAYS PIC 9(3).
      *Refunds by one teller to one customer in the window that
      *make a concentration, 0 = 3
           05 ARG-MIN-REFUNDS PIC 9(3).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF
           IF ARG-DATE NUMERIC AND ARG-DATE > 0
              MOVE ARG-DATE TO WS-REPORT-DATE
           END-IF
           MOVE 30 TO WS-WINDOW-DAYS
           IF ARG-WINDOW-DAYS NUMERIC AND ARG-WINDOW-DAYS > 0
              MOVE ARG-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           MOVE 3 TO WS-MIN-REFUNDS
           IF ARG-MIN-REFUNDS NUMERIC AND ARG-MIN-REFUNDS > 0
              MOVE ARG-MIN-REFUNDS TO WS-MIN-REFUNDS
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
              - WS-WINDOW-DAYS + 1)

           OPEN INPUT USER-TRANSFERS
           IF WS-T-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Transfers file error ' WS-T-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT POSTING-INDEX
           IF WS-PI-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Posting index error ' WS-PI-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-TRANSFERS
              CLOSE POSTING-INDEX
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN INPUT USER-ACCOUNTS
           OPEN INPUT AUDIT-LOG
           PERFORM LOAD-OPERATORS

           PERFORM SPOOL-START
           MOVE 'STAFF SELF-DEALING EXCEPTIONS' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ReportDate":' WS-REPORT-DATE ','
           DISPLAY '  "WindowStart":' WS-WINDOW-START ','
           DISPLAY '  "Exceptions":['

      *The refund window's days, the report day last, follow each
      *other on the business-date index - one walk covers them all
           MOVE 'N' TO WS-EOF
           MOVE WS-WINDOW-START TO PI-DATE
           MOVE 0 TO PI-SEQ
           START POSTING-INDEX KEY IS >= PI-KEY
           IF WS-PI-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SCAN-ONE-LEG UNTIL WS-EOF = 'Y'

           IF WS-AU-FILE-STATUS = '00' OR WS-AU-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO AU-KEY
              START AUDIT-LOG KEY IS >= AU-KEY
              IF WS-AU-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM SCAN-ONE-AUDIT UNTIL WS-EOF = 'Y'
           END-IF

           MOVE 0 TO WS-IX
           PERFORM SHOW-ONE-CONCENTRATION WS-RF-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "LinkedLegs":' WS-LINKED-LEGS ','
           DISPLAY '  "OffSessionLegs":' WS-OFF-SESSION ','
           DISPLAY '  "AuditLinked":' WS-AUDIT-LINKED ','
           DISPLAY '  "Refused":' WS-REFUSED ','
           DISPLAY '  "RefundConcentrations":' WS-CONCENTRATED ','
           DISPLAY '  "Exceptions":' WS-EXCEPTIONS
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE AUDIT-LOG
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX
           MOVE WS-EXCEPTIONS TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *No operator master yet means nobody has declared anything -
      *the session and refusal checks still run
       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO OPR-ID
              START OPERATOR-MASTER KEY IS >= OPR-ID
              IF WS-OPR-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM LOAD-ONE-OPERATOR UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE OPERATOR-MASTER.
      *Cleared first so a record from before the links existed does
      *not inherit the previous operator's
       LOAD-ONE-OPERATOR.
           MOVE SPACES TO OPR-RECORD
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF WS-OP-COUNT < 300
                      ADD 1 TO WS-OP-COUNT
                      MOVE OPR-ID TO WS-OP-ID(WS-OP-COUNT)
                      MOVE OPR-CUSTOMER TO WS-OP-CUSTOMER(WS-OP-COUNT)
                      MOVE 0 TO WS-CX
                      PERFORM LOAD-ONE-CONNECTED 5 TIMES
                   END-IF
           END-READ.
       LOAD-ONE-CONNECTED.
           ADD 1 TO WS-CX
           MOVE OPR-CONNECTED(WS-CX)
              TO WS-OP-CONNECTED(WS-OP-COUNT, WS-CX).
      *Sequence 0 is each day's control record, not a posting
       SCAN-ONE-LEG.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE > WS-REPORT-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      ADD 1 TO RS-ARG-READ
                      IF PI-SEQ > 0
                         MOVE PI-TR-KEY TO TR-KEY
                         READ USER-TRANSFERS RECORD KEY TR-KEY
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM CHECK-ONE-LEG
                         END-READ
                      END-IF
                   END-IF
           END-READ.
       CHECK-ONE-LEG.
           COMPUTE WS-TR-DATE = TR-YEAR * 10000
                         + TR-MONTH * 100 + TR-DAY
           IF TR-TELLER-ID NOT = SPACES
                 AND WS-TR-DATE = WS-REPORT-DATE
              PERFORM CHECK-TELLER-LEG
                 THRU CHECK-TELLER-LEG-EXIT
           END-IF
           IF TR-TELLER-ID NOT = SPACES
                 AND TR-TYPE-NAME = "fee refund"
                 AND WS-TR-DATE >= WS-WINDOW-START
                 AND WS-TR-DATE <= WS-REPORT-DATE
              PERFORM TALLY-ONE-REFUND
           END-IF.
      *Only tellers on the operator master can be traced - a branch
      *terminal id that is no operator's has no links and no session
       CHECK-TELLER-LEG.
           MOVE TR-TELLER-ID TO WS-SESSION-OPERATOR
           PERFORM FIND-OPERATOR
           IF WS-OP-SLOT = 0
              GO TO CHECK-TELLER-LEG-EXIT
           END-IF
           MOVE TR-MY-NAME TO WS-LOOK-ACCOUNT
           PERFORM GET-HOLDERS
           PERFORM TEST-LINKED
           IF WS-LINKED = 'Y'
              ADD 1 TO WS-LINKED-LEGS
              MOVE 'LINKED' TO WS-EX-KIND
              MOVE WS-SESSION-OPERATOR TO WS-EX-OPERATOR
              MOVE TR-MY-NAME TO WS-EX-ACCOUNT
              MOVE TR-KEY TO WS-EX-REF
              MOVE TR-OWN-AMOUNT TO WS-EX-AMOUNT
              PERFORM SHOW-EXCEPTION
           END-IF
           MOVE TR-TIME-STAMP TO WS-POST-STAMP
           PERFORM CHECK-SESSION THRU CHECK-SESSION-EXIT
           IF WS-SIGNED-ON NOT = 'Y'
              ADD 1 TO WS-OFF-SESSION
              MOVE 'OFF-SESSION' TO WS-EX-KIND
              MOVE WS-SESSION-OPERATOR TO WS-EX-OPERATOR
              MOVE TR-MY-NAME TO WS-EX-ACCOUNT
              MOVE TR-KEY TO WS-EX-REF
              MOVE TR-OWN-AMOUNT TO WS-EX-AMOUNT
              PERFORM SHOW-EXCEPTION
           END-IF.
       CHECK-TELLER-LEG-EXIT.
           EXIT.
      *Walk the operator's AUDITLOG entries from the start of the
      *posting's day up to the posting itself; the last SIGNON event
      *decides. The key is operator then stamp, so this is a short
      *keyed range, not a scan
       CHECK-SESSION.
           MOVE 'N' TO WS-SIGNED-ON
           IF WS-AU-FILE-STATUS NOT = '00' AND NOT = '97'
                 AND NOT = '10' AND NOT = '23'
              GO TO CHECK-SESSION-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-END
           MOVE WS-SESSION-OPERATOR TO AU-OPERATOR-ID
           MOVE WS-POST-STAMP(1:8) TO AU-TIME-STAMP(1:8)
           MOVE '00000000' TO AU-TIME-STAMP(9:8)
           START AUDIT-LOG KEY IS >= AU-KEY
           IF WS-AU-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-SCAN-END
           END-IF
           PERFORM SCAN-ONE-SESSION-EVENT UNTIL WS-SCAN-END = 'Y'.
       CHECK-SESSION-EXIT.
           EXIT.
       SCAN-ONE-SESSION-EVENT.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-END
               NOT AT END
                   IF AU-OPERATOR-ID NOT = WS-SESSION-OPERATOR
                         OR AU-TIME-STAMP > WS-POST-STAMP
                      MOVE 'Y' TO WS-SCAN-END
                   ELSE
                      IF AU-PROGRAM = 'SIGNON'
                            AND AU-AFTER = 'SIGNED ON'
                         MOVE 'Y' TO WS-SIGNED-ON
                      END-IF
                      IF AU-PROGRAM = 'SIGNON'
                            AND AU-AFTER = 'SIGNED OFF'
                         MOVE 'N' TO WS-SIGNED-ON
                      END-IF
                   END-IF
           END-READ.
      *One slot per teller and customer identity refunded to
       TALLY-ONE-REFUND.
           MOVE TR-MY-NAME TO WS-LOOK-ACCOUNT
           PERFORM GET-HOLDERS
           MOVE 0 TO WS-RF-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-REFUND-SLOT WS-RF-COUNT TIMES
           IF WS-RF-SLOT = 0
              IF WS-RF-COUNT < 500
                 ADD 1 TO WS-RF-COUNT
                 MOVE WS-RF-COUNT TO WS-RF-SLOT
                 MOVE TR-TELLER-ID TO WS-RF-TELLER(WS-RF-SLOT)
                 MOVE WS-LOOK-IDENTITY TO WS-RF-IDENTITY(WS-RF-SLOT)
                 MOVE 0 TO WS-RF-ITEMS(WS-RF-SLOT)
                 MOVE 0 TO WS-RF-TOTAL(WS-RF-SLOT)
              END-IF
           END-IF
           IF WS-RF-SLOT > 0
              ADD 1 TO WS-RF-ITEMS(WS-RF-SLOT)
              ADD TR-OWN-AMOUNT TO WS-RF-TOTAL(WS-RF-SLOT)
           END-IF.
       FIND-REFUND-SLOT.
           ADD 1 TO WS-IX
           IF WS-RF-TELLER(WS-IX) = TR-TELLER-ID
                 AND WS-RF-IDENTITY(WS-IX) = WS-LOOK-IDENTITY
              MOVE WS-IX TO WS-RF-SLOT
           END-IF.
      *The day's audit entries: refusals STAFFCHK logged, and any
      *other action an operator took on a target linked to them.
      *Sign-on events and the gates' own violation entries are about
      *the operator, not a customer
       SCAN-ONE-AUDIT.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   COMPUTE WS-AU-DATE = AU-YEAR * 10000
                                 + AU-MONTH * 100 + AU-DAY
                   IF WS-AU-DATE = WS-REPORT-DATE
                         AND AU-PROGRAM NOT = 'SIGNON'
                         AND AU-TARGET NOT = SPACES
                         AND AU-TARGET NOT = AU-OPERATOR-ID
                      PERFORM CHECK-AUDIT-ENTRY
                   END-IF
           END-READ.
       CHECK-AUDIT-ENTRY.
           IF AU-AFTER(1:20) = 'SELF-DEALING REFUSED'
              ADD 1 TO WS-REFUSED
              MOVE 'REFUSED' TO WS-EX-KIND
              MOVE AU-OPERATOR-ID TO WS-EX-OPERATOR
              MOVE AU-TARGET TO WS-EX-ACCOUNT
              MOVE AU-PROGRAM TO WS-EX-REF
              MOVE 0 TO WS-EX-AMOUNT
              PERFORM SHOW-EXCEPTION
           ELSE
              MOVE AU-OPERATOR-ID TO WS-SESSION-OPERATOR
              PERFORM FIND-OPERATOR
              IF WS-OP-SLOT > 0
                 MOVE AU-TARGET TO WS-LOOK-ACCOUNT
                 PERFORM GET-HOLDERS
                 PERFORM TEST-LINKED
                 IF WS-LINKED = 'Y'
                    ADD 1 TO WS-AUDIT-LINKED
                    MOVE 'AUDIT' TO WS-EX-KIND
                    MOVE AU-OPERATOR-ID TO WS-EX-OPERATOR
                    MOVE AU-TARGET TO WS-EX-ACCOUNT
                    MOVE AU-PROGRAM TO WS-EX-REF
                    MOVE 0 TO WS-EX-AMOUNT
                    PERFORM SHOW-EXCEPTION
                 END-IF
              END-IF
           END-IF.
      *A target that is no account is taken as a customer id in its
      *own right - the customer maintenance programs audit by that
       GET-HOLDERS.
           MOVE WS-LOOK-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE WS-LOOK-ACCOUNT TO WS-LOOK-IDENTITY
              MOVE SPACES TO WS-LOOK-SECONDARY
           NOT INVALID KEY
              IF ACT-OWNER = SPACES
                 MOVE ACT-NAME TO WS-LOOK-IDENTITY
              ELSE
                 MOVE ACT-OWNER TO WS-LOOK-IDENTITY
              END-IF
              MOVE ACT-SECONDARY-NAME TO WS-LOOK-SECONDARY
           END-READ.
       FIND-OPERATOR.
           MOVE 0 TO WS-OP-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-ONE-OPERATOR WS-OP-COUNT TIMES.
       FIND-ONE-OPERATOR.
           ADD 1 TO WS-IX
           IF WS-OP-ID(WS-IX) = WS-SESSION-OPERATOR
              MOVE WS-IX TO WS-OP-SLOT
           END-IF.
       TEST-LINKED.
           MOVE 'N' TO WS-LINKED
           IF WS-OP-CUSTOMER(WS-OP-SLOT) NOT = SPACES
                 AND (WS-OP-CUSTOMER(WS-OP-SLOT) = WS-LOOK-IDENTITY
                    OR WS-OP-CUSTOMER(WS-OP-SLOT) = WS-LOOK-SECONDARY)
              MOVE 'Y' TO WS-LINKED
           END-IF
           MOVE 0 TO WS-CX
           PERFORM TEST-ONE-CONNECTED 5 TIMES.
       TEST-ONE-CONNECTED.
           ADD 1 TO WS-CX
           IF WS-OP-CONNECTED(WS-OP-SLOT, WS-CX) NOT = SPACES
                 AND (WS-OP-CONNECTED(WS-OP-SLOT, WS-CX)
                       = WS-LOOK-IDENTITY
                    OR WS-OP-CONNECTED(WS-OP-SLOT, WS-CX)
                       = WS-LOOK-SECONDARY)
              MOVE 'Y' TO WS-LINKED
           END-IF.
       SHOW-ONE-CONCENTRATION.
           ADD 1 TO WS-IX
           IF WS-RF-ITEMS(WS-IX) >= WS-MIN-REFUNDS
              ADD 1 TO WS-CONCENTRATED
              MOVE 'REFUNDS' TO WS-EX-KIND
              MOVE WS-RF-TELLER(WS-IX) TO WS-EX-OPERATOR
              MOVE WS-RF-IDENTITY(WS-IX) TO WS-EX-ACCOUNT
              MOVE SPACES TO WS-EX-REF
              MOVE WS-RF-ITEMS(WS-IX) TO WS-EX-REF(1:5)
              MOVE ' refunds' TO WS-EX-REF(6:8)
              MOVE WS-RF-TOTAL(WS-IX) TO WS-EX-AMOUNT
              PERFORM SHOW-EXCEPTION
           END-IF.
       SHOW-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Kind":"' WS-EX-KIND '",'
           DISPLAY '    "Operator":"' WS-EX-OPERATOR '",'
           DISPLAY '    "Account":"' WS-EX-ACCOUNT '",'
           DISPLAY '    "Ref":"' WS-EX-REF '",'
           DISPLAY '    "Amount":' WS-EX-AMOUNT
           DISPLAY '  }'
           MOVE WS-EXCEPTION TO WS-SPOOL-LINE
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
              MOVE 'STAFFREP' TO SP-REPORT
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
              MOVE 'STAFFREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'STAFFREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
