      *End-of-day teller journal. DRAWEOD proves the cash; this is
      *everything else an operator did in the day, in one place for
      *the supervisor: every USER-TRANSFERS leg stamped with their
      *TR-TELLER-ID and every AUDITLOG action under their operator
      *id - reversals, fee refunds, PIN unlocks, holds, maintenance -
      *merged into time order, with their SIGNON session and counts
      *and totals by action type. Each operator journal printed opens
      *a pending sign-off record (JRNLSIGN) that the reviewing
      *supervisor completes through JSIGNOFF, and DAYROLL will not
      *roll the business date past a day with one still pending.
      *Run for every operator it also leaves the day's run marker, so
      *DAYROLL can tell "all signed" from "never produced". Spooled
      *for the branch file
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    TELJRNL.
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
           SELECT OPERATOR-SESSIONS ASSIGN TO SESSFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SE-OPERATOR
              FILE STATUS IS WS-SE-FILE-STATUS.
           SELECT JOURNAL-SIGNOFFS ASSIGN TO JRNLSIGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS JS-KEY
              FILE STATUS IS WS-JS-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool - the journals land in the dated repository
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
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  OPERATOR-SESSIONS DATA RECORD IS SE-RECORD.
       COPY sessrec.
       FD  JOURNAL-SIGNOFFS DATA RECORD IS JS-RECORD.
       COPY jsgnrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-PI-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-SE-FILE-STATUS PIC XX.
       01 WS-JS-FILE-STATUS PIC XX.
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
       01 WS-ITEM-START PIC X.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-NOW PIC X(16).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       01 WS-JOURNALS PIC 9(4) VALUE 0.
       01 WS-PENDING PIC 9(4) VALUE 0.
      *The day's teller-keyed legs, read once and shared out to each
      *operator's journal
       01 WS-LEG-TABLE.
           05 WS-LG-COUNT PIC 9(4) VALUE 0.
           05 WS-LG-ENTRY OCCURS 2000 TIMES.
               10 WS-LG-TELLER PIC X(8).
               10 WS-LG-STAMP PIC X(16).
               10 WS-LG-TYPE PIC X(20).
               10 WS-LG-ACCOUNT PIC X(9).
               10 WS-LG-AMOUNT PIC S9(11)V9(4).
       01 WS-LG-DROPPED PIC 9(6) VALUE 0.
       01 WS-LX PIC 9(4).
      *One operator's journal before it is put into time order.
      *Source P = a ledger leg, A = an audit entry
       01 WS-ENTRY-TABLE.
           05 WS-EN-COUNT PIC 9(3).
           05 WS-EN-ENTRY OCCURS 500 TIMES.
               10 WS-EN-STAMP PIC X(16).
               10 WS-EN-SOURCE PIC X(1).
               10 WS-EN-ACTION PIC X(20).
               10 WS-EN-TARGET PIC X(9).
               10 WS-EN-AMOUNT PIC S9(11)V9(4).
               10 WS-EN-DETAIL PIC X(40).
               10 WS-EN-PRINTED PIC X(1).
       01 WS-EN-DROPPED PIC 9(6).
       01 WS-IX PIC 9(3).
       01 WS-NEXT PIC 9(3).
       01 WS-POSTED-TOTAL PIC S9(11)V9(4).
      *Counts and totals by action type - the ledger's type name, or
      *the program that wrote the audit entry
       01 WS-TYPE-TABLE.
           05 WS-TY-COUNT PIC 9(2).
           05 WS-TY-ENTRY OCCURS 60 TIMES.
               10 WS-TY-ACTION PIC X(20).
               10 WS-TY-ITEMS PIC 9(6).
               10 WS-TY-TOTAL PIC S9(11)V9(4).
       01 WS-TX PIC 9(2).
       01 WS-TSLOT PIC 9(2).
      *One journal line, staged for the spool
       01 WS-JOURNAL-LINE.
           05 WS-JL-STAMP PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JL-ACTION PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JL-TARGET PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JL-AMOUNT PIC -Z(10)9.9(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-JL-DETAIL PIC X(34).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *The business day to journal, 0 = the business date
           05 ARG-DATE PIC 9(8).
      *One operator's journal, spaces = every operator on the master
      *who did anything that day
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-REPORT-DATE
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

           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Operator file error ' WS-OPR-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE OPERATOR-MASTER
              GOBACK
           END-IF
           IF ARG-OPERATOR-ID NOT = SPACES
              MOVE ARG-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              INVALID KEY
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
           DISPLAY '  "error":"Operator ' ARG-OPERATOR-ID ' not found"'
                 DISPLAY '}'
                 CLOSE OPERATOR-MASTER
                 GOBACK
              END-READ
           END-IF
           OPEN I-O JOURNAL-SIGNOFFS
           IF WS-JS-FILE-STATUS = '35'
              OPEN OUTPUT JOURNAL-SIGNOFFS
              CLOSE JOURNAL-SIGNOFFS
              OPEN I-O JOURNAL-SIGNOFFS
           END-IF
           IF WS-JS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Sign-off file error ' WS-JS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE JOURNAL-SIGNOFFS
              CLOSE OPERATOR-MASTER
              GOBACK
           END-IF

      *The day's legs off the business-date index, same as DRAWEOD's
           OPEN INPUT USER-TRANSFERS
           OPEN INPUT POSTING-INDEX
           MOVE 'N' TO WS-EOF
           IF (WS-T-FILE-STATUS NOT = '00' AND NOT = '97')
                 OR (WS-PI-FILE-STATUS NOT = '00' AND NOT = '97')
              MOVE 'Y' TO WS-EOF
           ELSE
              MOVE WS-REPORT-DATE TO PI-DATE
              MOVE 1 TO PI-SEQ
              START POSTING-INDEX KEY IS >= PI-KEY
              IF WS-PI-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM COLLECT-ONE-LEG UNTIL WS-EOF = 'Y'
           CLOSE USER-TRANSFERS
           CLOSE POSTING-INDEX

           OPEN INPUT AUDIT-LOG
           OPEN INPUT OPERATOR-SESSIONS
           PERFORM SPOOL-START
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "JournalDate":' WS-REPORT-DATE ','
           DISPLAY '  "Journals":['
           IF ARG-OPERATOR-ID NOT = SPACES
              PERFORM JOURNAL-ONE-OPERATOR
                 THRU JOURNAL-ONE-OPERATOR-EXIT
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO OPR-ID
              START OPERATOR-MASTER KEY IS >= OPR-ID
              IF WS-OPR-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM NEXT-OPERATOR UNTIL WS-EOF = 'Y'
              PERFORM WRITE-RUN-MARKER
           END-IF
           DISPLAY '  ],'
           DISPLAY '  "Journals":' WS-JOURNALS ','
           DISPLAY '  "PendingSignOff":' WS-PENDING ','
           DISPLAY '  "LegsNotJournalled":' WS-LG-DROPPED
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE OPERATOR-SESSIONS
           CLOSE AUDIT-LOG
           CLOSE JOURNAL-SIGNOFFS
           CLOSE OPERATOR-MASTER
           GOBACK.
       COLLECT-ONE-LEG.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PI-DATE NOT = WS-REPORT-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PI-TR-KEY TO TR-KEY
                      READ USER-TRANSFERS RECORD KEY TR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF TR-TELLER-ID NOT = SPACES
                            PERFORM KEEP-ONE-LEG
                         END-IF
                      END-READ
                   END-IF
           END-READ.
       KEEP-ONE-LEG.
           IF WS-LG-COUNT < 2000
              ADD 1 TO WS-LG-COUNT
              MOVE TR-TELLER-ID TO WS-LG-TELLER(WS-LG-COUNT)
              MOVE TR-TIME-STAMP TO WS-LG-STAMP(WS-LG-COUNT)
              MOVE TR-TYPE-NAME TO WS-LG-TYPE(WS-LG-COUNT)
              MOVE TR-MY-NAME TO WS-LG-ACCOUNT(WS-LG-COUNT)
              MOVE TR-OWN-AMOUNT TO WS-LG-AMOUNT(WS-LG-COUNT)
           ELSE
              ADD 1 TO WS-LG-DROPPED
           END-IF.
      *Cleared first so a record from before the later fields existed
      *does not carry the previous operator's
       NEXT-OPERATOR.
           MOVE SPACES TO OPR-RECORD
           READ OPERATOR-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM JOURNAL-ONE-OPERATOR
                      THRU JOURNAL-ONE-OPERATOR-EXIT
           END-READ.
      *An operator who neither posted nor acted that day has nothing
      *to review and gets no journal and no sign-off
       JOURNAL-ONE-OPERATOR.
           MOVE 0 TO WS-EN-COUNT
           MOVE 0 TO WS-EN-DROPPED
           MOVE 0 TO WS-POSTED-TOTAL
           MOVE 0 TO WS-TY-COUNT
           MOVE 0 TO WS-LX
           PERFORM TAKE-ONE-LEG WS-LG-COUNT TIMES
           PERFORM COLLECT-AUDIT-ENTRIES
           IF WS-EN-COUNT = 0
              GO TO JOURNAL-ONE-OPERATOR-EXIT
           END-IF

           ADD 1 TO WS-JOURNALS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Operator":"' OPR-ID '",'
           DISPLAY '    "Name":"' OPR-NAME '",'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'JOURNAL ' OPR-ID ' ' OPR-NAME ' ' WS-REPORT-DATE
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE OPR-ID TO SE-OPERATOR
           READ OPERATOR-SESSIONS RECORD KEY SE-OPERATOR
           INVALID KEY
              DISPLAY '    "Session":"none",'
           NOT INVALID KEY
              DISPLAY '    "SessionStarted":"' SE-STARTED '",'
              DISPLAY '    "SessionLastUsed":"' SE-LAST-USED '",'
              DISPLAY '    "SessionStatus":"' SE-STATUS '",'
           END-READ

           DISPLAY '    "Entries":['
           MOVE 'Y' TO WS-ITEM-START
           PERFORM PRINT-NEXT-ENTRY WS-EN-COUNT TIMES
           DISPLAY '    ],'
           DISPLAY '    "ByAction":['
           MOVE 'Y' TO WS-ITEM-START
           MOVE 0 TO WS-TX
           PERFORM PRINT-ONE-TYPE WS-TY-COUNT TIMES
           DISPLAY '    ],'
           PERFORM RECORD-SIGN-OFF
           DISPLAY '    "EntriesNotJournalled":' WS-EN-DROPPED ','
           DISPLAY '    "SignOff":"' JS-STATUS '"'
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           IF JS-IS-SIGNED
              STRING 'SIGNED OFF BY ' JS-SIGNED-BY ' AT ' JS-SIGNED-AT
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
              MOVE 'SUPERVISOR SIGN-OFF PENDING' TO WS-SPOOL-LINE
           END-IF
           PERFORM SPOOL-LINE.
       JOURNAL-ONE-OPERATOR-EXIT.
           EXIT.
      *TR-TELLER-ID is the first eight of the operator id
       TAKE-ONE-LEG.
           ADD 1 TO WS-LX
           IF WS-LG-TELLER(WS-LX) = OPR-ID(1:8)
              IF WS-EN-COUNT < 500
                 ADD 1 TO WS-EN-COUNT
                 MOVE WS-LG-STAMP(WS-LX) TO WS-EN-STAMP(WS-EN-COUNT)
                 MOVE 'P' TO WS-EN-SOURCE(WS-EN-COUNT)
                 MOVE WS-LG-TYPE(WS-LX) TO WS-EN-ACTION(WS-EN-COUNT)
                 MOVE WS-LG-ACCOUNT(WS-LX)
                    TO WS-EN-TARGET(WS-EN-COUNT)
                 MOVE WS-LG-AMOUNT(WS-LX)
                    TO WS-EN-AMOUNT(WS-EN-COUNT)
                 MOVE SPACES TO WS-EN-DETAIL(WS-EN-COUNT)
                 MOVE 'N' TO WS-EN-PRINTED(WS-EN-COUNT)
                 ADD WS-LG-AMOUNT(WS-LX) TO WS-POSTED-TOTAL
              ELSE
                 ADD 1 TO WS-EN-DROPPED
              END-IF
           END-IF.
      *AUDITLOG is keyed operator then stamp, so the day is one short
      *keyed range. A supervisor's own sign-offs are the review, not
      *the day's work, and left out - otherwise signing one journal
      *would reopen the signer's
       COLLECT-AUDIT-ENTRIES.
           IF WS-AU-FILE-STATUS NOT = '00' AND NOT = '97'
                 AND NOT = '10' AND NOT = '23'
              MOVE 'Y' TO WS-SCAN-END
           ELSE
              MOVE 'N' TO WS-SCAN-END
              MOVE OPR-ID TO AU-OPERATOR-ID
              MOVE WS-REPORT-DATE TO AU-TIME-STAMP(1:8)
              MOVE '00000000' TO AU-TIME-STAMP(9:8)
              START AUDIT-LOG KEY IS >= AU-KEY
              IF WS-AU-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-SCAN-END
              END-IF
           END-IF
           PERFORM TAKE-ONE-AUDIT UNTIL WS-SCAN-END = 'Y'.
       TAKE-ONE-AUDIT.
           READ AUDIT-LOG NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-END
               NOT AT END
                   IF AU-OPERATOR-ID NOT = OPR-ID
                         OR AU-TIME-STAMP(1:8) NOT = WS-REPORT-DATE
                      MOVE 'Y' TO WS-SCAN-END
                   ELSE
                      IF AU-PROGRAM NOT = 'JSIGNOFF'
                         PERFORM KEEP-ONE-AUDIT
                      END-IF
                   END-IF
           END-READ.
       KEEP-ONE-AUDIT.
           IF WS-EN-COUNT < 500
              ADD 1 TO WS-EN-COUNT
              MOVE AU-TIME-STAMP TO WS-EN-STAMP(WS-EN-COUNT)
              MOVE 'A' TO WS-EN-SOURCE(WS-EN-COUNT)
              MOVE AU-PROGRAM TO WS-EN-ACTION(WS-EN-COUNT)
              MOVE AU-TARGET TO WS-EN-TARGET(WS-EN-COUNT)
              MOVE 0 TO WS-EN-AMOUNT(WS-EN-COUNT)
              MOVE AU-AFTER TO WS-EN-DETAIL(WS-EN-COUNT)
              MOVE 'N' TO WS-EN-PRINTED(WS-EN-COUNT)
           ELSE
              ADD 1 TO WS-EN-DROPPED
           END-IF.
      *Earliest entry not yet printed - the ledger comes in account
      *order, so time order is picked out here
       PRINT-NEXT-ENTRY.
           MOVE 0 TO WS-NEXT
           MOVE 0 TO WS-IX
           PERFORM FIND-EARLIEST WS-EN-COUNT TIMES
           MOVE 'Y' TO WS-EN-PRINTED(WS-NEXT)
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           DISPLAY '      {'
           DISPLAY '        "Stamp":"' WS-EN-STAMP(WS-NEXT) '",'
           IF WS-EN-SOURCE(WS-NEXT) = 'P'
              DISPLAY '        "Source":"POSTING",'
           ELSE
              DISPLAY '        "Source":"AUDIT",'
           END-IF
           DISPLAY '        "Action":"' WS-EN-ACTION(WS-NEXT) '",'
           DISPLAY '        "Target":"' WS-EN-TARGET(WS-NEXT) '",'
           MOVE WS-EN-AMOUNT(WS-NEXT) TO WS-AMOUNT-EDIT
           DISPLAY '        "Amount":' WS-AMOUNT-EDIT ','
           DISPLAY '        "Detail":"' WS-EN-DETAIL(WS-NEXT) '"'
           DISPLAY '      }'
           MOVE WS-EN-STAMP(WS-NEXT) TO WS-JL-STAMP
           MOVE WS-EN-ACTION(WS-NEXT) TO WS-JL-ACTION
           MOVE WS-EN-TARGET(WS-NEXT) TO WS-JL-TARGET
           MOVE WS-EN-AMOUNT(WS-NEXT) TO WS-JL-AMOUNT
           MOVE WS-EN-DETAIL(WS-NEXT) TO WS-JL-DETAIL
           MOVE WS-JOURNAL-LINE TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM TALLY-ACTION.
       FIND-EARLIEST.
           ADD 1 TO WS-IX
           IF WS-EN-PRINTED(WS-IX) = 'N'
              IF WS-NEXT = 0
                 MOVE WS-IX TO WS-NEXT
              ELSE
                 IF WS-EN-STAMP(WS-IX) < WS-EN-STAMP(WS-NEXT)
                    MOVE WS-IX TO WS-NEXT
                 END-IF
              END-IF
           END-IF.
       TALLY-ACTION.
           MOVE 0 TO WS-TSLOT
           MOVE 0 TO WS-TX
           PERFORM FIND-TYPE-SLOT WS-TY-COUNT TIMES
           IF WS-TSLOT = 0
              IF WS-TY-COUNT < 60
                 ADD 1 TO WS-TY-COUNT
                 MOVE WS-TY-COUNT TO WS-TSLOT
                 MOVE WS-EN-ACTION(WS-NEXT) TO WS-TY-ACTION(WS-TSLOT)
                 MOVE 0 TO WS-TY-ITEMS(WS-TSLOT)
                 MOVE 0 TO WS-TY-TOTAL(WS-TSLOT)
              END-IF
           END-IF
           IF WS-TSLOT > 0
              ADD 1 TO WS-TY-ITEMS(WS-TSLOT)
              ADD WS-EN-AMOUNT(WS-NEXT) TO WS-TY-TOTAL(WS-TSLOT)
           END-IF.
       FIND-TYPE-SLOT.
           ADD 1 TO WS-TX
           IF WS-TY-ACTION(WS-TX) = WS-EN-ACTION(WS-NEXT)
              MOVE WS-TX TO WS-TSLOT
           END-IF.
       PRINT-ONE-TYPE.
           ADD 1 TO WS-TX
           IF WS-ITEM-START NOT = 'Y'
              DISPLAY '      ,'
           END-IF
           MOVE 'N' TO WS-ITEM-START
           DISPLAY '      {'
           DISPLAY '        "Action":"' WS-TY-ACTION(WS-TX) '",'
           DISPLAY '        "Count":' WS-TY-ITEMS(WS-TX) ','
           MOVE WS-TY-TOTAL(WS-TX) TO WS-AMOUNT-EDIT
           DISPLAY '        "Total":' WS-AMOUNT-EDIT
           DISPLAY '      }'
           MOVE SPACES TO WS-JOURNAL-LINE
           MOVE 'TOTAL' TO WS-JL-STAMP
           MOVE WS-TY-ACTION(WS-TX) TO WS-JL-ACTION
           MOVE WS-TY-ITEMS(WS-TX) TO WS-JL-TARGET
           MOVE WS-TY-TOTAL(WS-TX) TO WS-JL-AMOUNT
           MOVE WS-JOURNAL-LINE TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *A journal already signed stays signed only while it still
      *shows what the supervisor saw - anything new reopens it
       RECORD-SIGN-OFF.
           MOVE WS-REPORT-DATE TO JS-DATE
           MOVE OPR-ID TO JS-OPERATOR
           READ JOURNAL-SIGNOFFS RECORD KEY JS-KEY
           INVALID KEY
              MOVE 'P' TO JS-STATUS
              MOVE WS-EN-COUNT TO JS-ENTRIES
              MOVE WS-POSTED-TOTAL TO JS-POSTED-TOTAL
              MOVE WS-NOW TO JS-PRODUCED
              MOVE SPACES TO JS-SIGNED-BY
              MOVE SPACES TO JS-SIGNED-AT
              WRITE JS-RECORD
           NOT INVALID KEY
              IF JS-IS-SIGNED
                    AND JS-ENTRIES = WS-EN-COUNT
                    AND JS-POSTED-TOTAL = WS-POSTED-TOTAL
                 CONTINUE
              ELSE
                 MOVE 'P' TO JS-STATUS
                 MOVE WS-EN-COUNT TO JS-ENTRIES
                 MOVE WS-POSTED-TOTAL TO JS-POSTED-TOTAL
                 MOVE WS-NOW TO JS-PRODUCED
                 MOVE SPACES TO JS-SIGNED-BY
                 MOVE SPACES TO JS-SIGNED-AT
                 REWRITE JS-RECORD
              END-IF
           END-READ
           IF JS-IS-PENDING
              ADD 1 TO WS-PENDING
           END-IF.
       WRITE-RUN-MARKER.
           MOVE WS-REPORT-DATE TO JS-DATE
           MOVE SPACES TO JS-OPERATOR
           MOVE 'R' TO JS-STATUS
           MOVE WS-JOURNALS TO JS-ENTRIES
           MOVE 0 TO JS-POSTED-TOTAL
           MOVE WS-NOW TO JS-PRODUCED
           MOVE SPACES TO JS-SIGNED-BY
           MOVE SPACES TO JS-SIGNED-AT
           WRITE JS-RECORD
           INVALID KEY
              REWRITE JS-RECORD
           END-WRITE.
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
              MOVE 'TELJRNL' TO SP-REPORT
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
              MOVE 'TELJRNL' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'TELJRNL' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
