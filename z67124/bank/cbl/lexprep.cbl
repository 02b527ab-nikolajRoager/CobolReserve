      *Monthly large-exposure report. The regulator caps what the
      *bank may have out to any one group of connected clients, and a
      *director's personal loan, their company's overdraft and the
      *company's guarantee are three unrelated records until CONNGRP
      *ties their customer identities together. This totals, per
      *customer identity, the open LOANMAST outstanding, the overdraft
      *drawn and still undrawn on USER-ACCOUNTS and the guarantees in
      *force on GTEEBOOK, less the security actually held against
      *them - the collateral charged on COLLFILE (never more than the
      *loan it secures) and the cash margin behind each guarantee -
      *everything converted to the default currency at the stored
      *rates the way CBSTAT converts. It then rolls the identities up
      *into their groups and measures each against the STATFILE
      *capital base: the reporting threshold on the gross exposure,
      *the legal limit on the exposure net of security. Clients in no
      *group are their own group and are listed once they reach the
      *threshold. Spooled for the return and the credit committee
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    LEXPREP.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-KEY
              FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT COLLATERAL ASSIGN TO COLLFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-KEY
              FILE STATUS IS WS-CO-FILE-STATUS.
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT CONNECTED-GROUPS ASSIGN TO CONNGRP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CG-KEY
              FILE STATUS IS WS-CG-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
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
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  COLLATERAL DATA RECORD IS CO-RECORD.
       COPY collrec.
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  CONNECTED-GROUPS DATA RECORD IS CG-RECORD.
       COPY cgrprec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-GT-FILE-STATUS PIC XX.
       01 WS-CG-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X.
       01 WS-CO-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-DEFAULT-CCY PIC X(3).
       01 WS-ITEM-AMOUNT PIC S9(12)V9(4).
       01 WS-ITEM-CCY PIC X(3).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
       01 WS-PCT-EDIT PIC -ZZZ9.99.
      *The capital base and what it makes of the two percentages
       01 WS-CAPITAL-BASE PIC S9(13)V9(4) VALUE 0.
       01 WS-REPORT-PCT PIC 9V9999 VALUE 0.1000.
       01 WS-LIMIT-PCT PIC 9V9999 VALUE 0.2500.
       01 WS-REPORT-AMOUNT PIC S9(13)V9(4) VALUE 0.
       01 WS-LIMIT-AMOUNT PIC S9(13)V9(4) VALUE 0.
      *One loan's or guarantee's own figures before they are added in
       01 WS-OWED PIC S9(12)V9(4).
       01 WS-SECURED PIC S9(12)V9(4).
       01 WS-OD-USED PIC S9(12)V9(4).
       01 WS-OD-UNUSED PIC S9(12)V9(4).
      *Exposure by customer identity. Linear search, same as the
      *other in-storage aggregations
       01 WS-LOOK-IDENTITY PIC X(9).
       01 WS-IDENTITY-TABLE.
           05 WS-ID-COUNT PIC 9(4) VALUE 0.
           05 WS-ID-ENTRY OCCURS 5000 TIMES.
               10 WS-ID-NAME PIC X(9).
               10 WS-ID-LOANS PIC S9(13)V9(4).
               10 WS-ID-OD-USED PIC S9(13)V9(4).
               10 WS-ID-OD-UNUSED PIC S9(13)V9(4).
               10 WS-ID-GTEES PIC S9(13)V9(4).
               10 WS-ID-SECURITY PIC S9(13)V9(4).
      *Y once a group has claimed the identity
               10 WS-ID-GROUPED PIC X(1).
       01 WS-IX PIC 9(4).
       01 WS-ID-SLOT PIC 9(4).
       01 WS-ID-DROPPED PIC 9(6) VALUE 0.
      *The same figures rolled up by connected group
       01 WS-GROUP-TABLE.
           05 WS-GR-COUNT PIC 9(3) VALUE 0.
           05 WS-GR-ENTRY OCCURS 500 TIMES.
               10 WS-GR-ID PIC X(9).
               10 WS-GR-MEMBERS PIC 9(4).
               10 WS-GR-LOANS PIC S9(13)V9(4).
               10 WS-GR-OD-USED PIC S9(13)V9(4).
               10 WS-GR-OD-UNUSED PIC S9(13)V9(4).
               10 WS-GR-GTEES PIC S9(13)V9(4).
               10 WS-GR-SECURITY PIC S9(13)V9(4).
       01 WS-GX PIC 9(3).
       01 WS-GR-SLOT PIC 9(3).
      *The row being printed, group or single client
       01 WS-ROW.
           05 WS-RW-KIND PIC X(6).
           05 WS-RW-ID PIC X(9).
           05 WS-RW-MEMBERS PIC 9(4).
           05 WS-RW-LOANS PIC S9(13)V9(4).
           05 WS-RW-OD-USED PIC S9(13)V9(4).
           05 WS-RW-OD-UNUSED PIC S9(13)V9(4).
           05 WS-RW-GTEES PIC S9(13)V9(4).
           05 WS-RW-SECURITY PIC S9(13)V9(4).
           05 WS-RW-GROSS PIC S9(13)V9(4).
           05 WS-RW-NET PIC S9(13)V9(4).
           05 WS-RW-FLAG PIC X(10).
       01 WS-ROWS PIC 9(6) VALUE 0.
       01 WS-REPORTABLE PIC 9(6) VALUE 0.
       01 WS-OVER-LIMIT PIC 9(6) VALUE 0.
      *Spool layout of a row
       01 WS-SPOOL-ROW.
           05 WS-SR-KIND PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-ID PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-GROSS PIC -Z(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-NET PIC -Z(12)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-PCT PIC -ZZZ9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SR-FLAG PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           PERFORM GET-SETTINGS
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT LOAN-MASTER
           OPEN INPUT COLLATERAL
           OPEN INPUT GUARANTEE-BOOK
           OPEN INPUT CONNECTED-GROUPS
           OPEN INPUT EXCHANGE-RATES

           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-ONE-ACCOUNT UNTIL WS-EOF = 'Y'

           MOVE 'Y' TO WS-EOF
           IF WS-LN-FILE-STATUS = '00' OR WS-LN-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO LN-KEY
              START LOAN-MASTER KEY IS >= LN-KEY
              IF WS-LN-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM TALLY-ONE-LOAN UNTIL WS-EOF = 'Y'

           MOVE 'Y' TO WS-EOF
           IF WS-GT-FILE-STATUS = '00' OR WS-GT-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO GT-REFERENCE
              START GUARANTEE-BOOK KEY IS >= GT-REFERENCE
              IF WS-GT-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM TALLY-ONE-GUARANTEE UNTIL WS-EOF = 'Y'

           MOVE 'Y' TO WS-EOF
           IF WS-CG-FILE-STATUS = '00' OR WS-CG-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CG-KEY
              START CONNECTED-GROUPS KEY IS >= CG-KEY
              IF WS-CG-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           PERFORM ADD-ONE-MEMBER UNTIL WS-EOF = 'Y'

           PERFORM SPOOL-START
           MOVE 'LARGE EXPOSURES BY CONNECTED GROUP' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Currency":"' WS-DEFAULT-CCY '",'
           MOVE WS-CAPITAL-BASE TO WS-AMOUNT-EDIT
           DISPLAY '  "CapitalBase":' WS-AMOUNT-EDIT ','
           MOVE WS-REPORT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "ReportingThreshold":' WS-AMOUNT-EDIT ','
           MOVE WS-LIMIT-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY '  "LegalLimit":' WS-AMOUNT-EDIT ','
           DISPLAY '  "Exposures":['
           MOVE 0 TO WS-GX
           PERFORM REPORT-ONE-GROUP WS-GR-COUNT TIMES
           MOVE 0 TO WS-IX
           PERFORM REPORT-ONE-CLIENT WS-ID-COUNT TIMES
           DISPLAY '  ],'
           DISPLAY '  "Rows":' WS-ROWS ','
           DISPLAY '  "Reportable":' WS-REPORTABLE ','
           DISPLAY '  "OverLimit":' WS-OVER-LIMIT ','
           DISPLAY '  "ClientsNotTotalled":' WS-ID-DROPPED
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE EXCHANGE-RATES
           CLOSE CONNECTED-GROUPS
           CLOSE GUARANTEE-BOOK
           CLOSE COLLATERAL
           CLOSE LOAN-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE USER-ACCOUNTS
           GOBACK.
      *No capital base on file leaves both amounts at zero, and a
      *zero amount flags nothing
       GET-SETTINGS.
           MOVE SPACES TO WS-DEFAULT-CCY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE DEFAULT-CURRENCY TO WS-DEFAULT-CCY
              IF FUNCTION TEST-NUMVAL(S-CAPITAL-BASE) = 0
                 COMPUTE WS-CAPITAL-BASE
                    = FUNCTION NUMVAL(S-CAPITAL-BASE)
              END-IF
              IF FUNCTION TEST-NUMVAL(S-LE-REPORT-PCT) = 0
                 COMPUTE WS-REPORT-PCT
                    = FUNCTION NUMVAL(S-LE-REPORT-PCT)
              END-IF
              IF FUNCTION TEST-NUMVAL(S-LE-LIMIT-PCT) = 0
                 COMPUTE WS-LIMIT-PCT
                    = FUNCTION NUMVAL(S-LE-LIMIT-PCT)
              END-IF
           END-IF
           CLOSE STATS
           IF WS-CAPITAL-BASE > 0
              COMPUTE WS-REPORT-AMOUNT ROUNDED
                 = WS-CAPITAL-BASE * WS-REPORT-PCT
              COMPUTE WS-LIMIT-AMOUNT ROUNDED
                 = WS-CAPITAL-BASE * WS-LIMIT-PCT
           END-IF.
      *Overdrafts: what is drawn, and what is still undrawn on the
      *limit - a committed line counts in full. Only customers' own
      *accounts; the bank's internal accounts have no CUSTMAST record
       TALLY-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM TALLY-OVERDRAFT
           END-READ.
       TALLY-OVERDRAFT.
           MOVE 0 TO WS-OD-USED
           MOVE 0 TO WS-OD-UNUSED
           IF ACT-BALANCE < 0
              COMPUTE WS-OD-USED = 0 - ACT-BALANCE
           END-IF
           IF ACT-OVERDRAFT-LIMIT NUMERIC
                 AND ACT-OVERDRAFT-LIMIT > WS-OD-USED
              COMPUTE WS-OD-UNUSED = ACT-OVERDRAFT-LIMIT - WS-OD-USED
           END-IF
           IF WS-OD-USED > 0 OR WS-OD-UNUSED > 0
              IF ACT-OWNER = SPACES
                 MOVE ACT-NAME TO WS-LOOK-IDENTITY
              ELSE
                 MOVE ACT-OWNER TO WS-LOOK-IDENTITY
              END-IF
              MOVE WS-LOOK-IDENTITY TO CU-NAME
              READ CUSTOMER-MASTER RECORD KEY CU-NAME
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM GET-ID-SLOT
                 IF WS-ID-SLOT > 0
                    MOVE WS-OD-USED TO WS-ITEM-AMOUNT
                    MOVE ACT-CURRENCY TO WS-ITEM-CCY
                    PERFORM CONVERT-TO-DEFAULT
                    ADD WS-ITEM-AMOUNT TO WS-ID-OD-USED(WS-ID-SLOT)
                    MOVE WS-OD-UNUSED TO WS-ITEM-AMOUNT
                    MOVE ACT-CURRENCY TO WS-ITEM-CCY
                    PERFORM CONVERT-TO-DEFAULT
                    ADD WS-ITEM-AMOUNT TO WS-ID-OD-UNUSED(WS-ID-SLOT)
                 END-IF
              END-READ
           END-IF.
      *Open loans only - a written-off loan is off the book
       TALLY-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN AND LN-OUTSTANDING > 0
                      PERFORM TALLY-LOAN
                   END-IF
           END-READ.
      *Collateral counts only up to the loan it secures - a surplus
      *on one loan does not cover another
       TALLY-LOAN.
           MOVE LN-ACCOUNT TO ACT-NAME
           PERFORM GET-ACCOUNT-IDENTITY
           PERFORM GET-ID-SLOT
           IF WS-ID-SLOT > 0
              MOVE LN-OUTSTANDING TO WS-OWED
              MOVE 0 TO WS-SECURED
              IF WS-CO-FILE-STATUS = '00' OR WS-CO-FILE-STATUS = '97'
                    OR WS-CO-FILE-STATUS = '10'
                    OR WS-CO-FILE-STATUS = '23'
                 MOVE 'N' TO WS-CO-EOF
                 MOVE LN-ACCOUNT TO CO-ACCOUNT
                 MOVE LN-SEQ TO CO-LOAN-SEQ
                 MOVE 0 TO CO-SEQ
                 START COLLATERAL KEY IS >= CO-KEY
                 IF WS-CO-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO WS-CO-EOF
                 END-IF
                 PERFORM SUM-ONE-PIECE UNTIL WS-CO-EOF = 'Y'
              END-IF
              IF WS-SECURED > WS-OWED
                 MOVE WS-OWED TO WS-SECURED
              END-IF
              MOVE WS-OWED TO WS-ITEM-AMOUNT
              MOVE LN-CURRENCY TO WS-ITEM-CCY
              PERFORM CONVERT-TO-DEFAULT
              ADD WS-ITEM-AMOUNT TO WS-ID-LOANS(WS-ID-SLOT)
              MOVE WS-SECURED TO WS-ITEM-AMOUNT
              MOVE LN-CURRENCY TO WS-ITEM-CCY
              PERFORM CONVERT-TO-DEFAULT
              ADD WS-ITEM-AMOUNT TO WS-ID-SECURITY(WS-ID-SLOT)
           END-IF.
       SUM-ONE-PIECE.
           READ COLLATERAL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CO-EOF
               NOT AT END
                   IF CO-ACCOUNT NOT = LN-ACCOUNT
                         OR CO-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-CO-EOF
                   ELSE
                      IF CO-IS-HELD
                         ADD CO-VALUATION TO WS-SECURED
                      END-IF
                   END-IF
           END-READ.
      *Guarantees in force; the cash margin is held in the account's
      *own currency and counts up to the guarantee amount
       TALLY-ONE-GUARANTEE.
           READ GUARANTEE-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GT-IS-OPEN
                      PERFORM TALLY-GUARANTEE
                   END-IF
           END-READ.
       TALLY-GUARANTEE.
           MOVE GT-ACCOUNT TO ACT-NAME
           PERFORM GET-ACCOUNT-IDENTITY
           PERFORM GET-ID-SLOT
           IF WS-ID-SLOT > 0
              MOVE GT-AMOUNT TO WS-ITEM-AMOUNT
              MOVE GT-CURRENCY TO WS-ITEM-CCY
              PERFORM CONVERT-TO-DEFAULT
              MOVE WS-ITEM-AMOUNT TO WS-OWED
              ADD WS-ITEM-AMOUNT TO WS-ID-GTEES(WS-ID-SLOT)
              MOVE GT-MARGIN TO WS-ITEM-AMOUNT
              MOVE ACT-CURRENCY TO WS-ITEM-CCY
              PERFORM CONVERT-TO-DEFAULT
              IF WS-ITEM-AMOUNT > WS-OWED
                 MOVE WS-OWED TO WS-ITEM-AMOUNT
              END-IF
              ADD WS-ITEM-AMOUNT TO WS-ID-SECURITY(WS-ID-SLOT)
           END-IF.
      *The borrowing account's customer identity. An account no
      *longer on file still leaves its own key as the identity, and
      *its currency as the default's
       GET-ACCOUNT-IDENTITY.
           MOVE ACT-NAME TO WS-LOOK-IDENTITY
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE WS-DEFAULT-CCY TO ACT-CURRENCY
           NOT INVALID KEY
              IF ACT-OWNER NOT = SPACES
                 MOVE ACT-OWNER TO WS-LOOK-IDENTITY
              END-IF
           END-READ.
       GET-ID-SLOT.
           MOVE 0 TO WS-ID-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-ID-SLOT WS-ID-COUNT TIMES
           IF WS-ID-SLOT = 0
              IF WS-ID-COUNT < 5000
                 ADD 1 TO WS-ID-COUNT
                 MOVE WS-ID-COUNT TO WS-ID-SLOT
                 MOVE WS-LOOK-IDENTITY TO WS-ID-NAME(WS-ID-SLOT)
                 MOVE 0 TO WS-ID-LOANS(WS-ID-SLOT)
                 MOVE 0 TO WS-ID-OD-USED(WS-ID-SLOT)
                 MOVE 0 TO WS-ID-OD-UNUSED(WS-ID-SLOT)
                 MOVE 0 TO WS-ID-GTEES(WS-ID-SLOT)
                 MOVE 0 TO WS-ID-SECURITY(WS-ID-SLOT)
                 MOVE 'N' TO WS-ID-GROUPED(WS-ID-SLOT)
              ELSE
                 ADD 1 TO WS-ID-DROPPED
              END-IF
           END-IF.
       FIND-ID-SLOT.
           ADD 1 TO WS-IX
           IF WS-ID-NAME(WS-IX) = WS-LOOK-IDENTITY
              MOVE WS-IX TO WS-ID-SLOT
           END-IF.
      *A member with nothing drawn still counts as a member; one in
      *two groups adds to both
       ADD-ONE-MEMBER.
           READ CONNECTED-GROUPS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   PERFORM ADD-MEMBER-TO-GROUP
           END-READ.
       ADD-MEMBER-TO-GROUP.
           MOVE 0 TO WS-GR-SLOT
           MOVE 0 TO WS-GX
           PERFORM FIND-GROUP-SLOT WS-GR-COUNT TIMES
           IF WS-GR-SLOT = 0
              IF WS-GR-COUNT < 500
                 ADD 1 TO WS-GR-COUNT
                 MOVE WS-GR-COUNT TO WS-GR-SLOT
                 MOVE CG-GROUP-ID TO WS-GR-ID(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-MEMBERS(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-LOANS(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-OD-USED(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-OD-UNUSED(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-GTEES(WS-GR-SLOT)
                 MOVE 0 TO WS-GR-SECURITY(WS-GR-SLOT)
              END-IF
           END-IF
           IF WS-GR-SLOT > 0
              ADD 1 TO WS-GR-MEMBERS(WS-GR-SLOT)
              MOVE 0 TO WS-ID-SLOT
              MOVE 0 TO WS-IX
              MOVE CG-CUSTOMER TO WS-LOOK-IDENTITY
              PERFORM FIND-ID-SLOT WS-ID-COUNT TIMES
              IF WS-ID-SLOT > 0
                 MOVE 'Y' TO WS-ID-GROUPED(WS-ID-SLOT)
                 ADD WS-ID-LOANS(WS-ID-SLOT)
                    TO WS-GR-LOANS(WS-GR-SLOT)
                 ADD WS-ID-OD-USED(WS-ID-SLOT)
                    TO WS-GR-OD-USED(WS-GR-SLOT)
                 ADD WS-ID-OD-UNUSED(WS-ID-SLOT)
                    TO WS-GR-OD-UNUSED(WS-GR-SLOT)
                 ADD WS-ID-GTEES(WS-ID-SLOT)
                    TO WS-GR-GTEES(WS-GR-SLOT)
                 ADD WS-ID-SECURITY(WS-ID-SLOT)
                    TO WS-GR-SECURITY(WS-GR-SLOT)
              END-IF
           END-IF.
       FIND-GROUP-SLOT.
           ADD 1 TO WS-GX
           IF WS-GR-ID(WS-GX) = CG-GROUP-ID
              MOVE WS-GX TO WS-GR-SLOT
           END-IF.
      *Every group is listed, whatever its size
       REPORT-ONE-GROUP.
           ADD 1 TO WS-GX
           MOVE 'GROUP' TO WS-RW-KIND
           MOVE WS-GR-ID(WS-GX) TO WS-RW-ID
           MOVE WS-GR-MEMBERS(WS-GX) TO WS-RW-MEMBERS
           MOVE WS-GR-LOANS(WS-GX) TO WS-RW-LOANS
           MOVE WS-GR-OD-USED(WS-GX) TO WS-RW-OD-USED
           MOVE WS-GR-OD-UNUSED(WS-GX) TO WS-RW-OD-UNUSED
           MOVE WS-GR-GTEES(WS-GX) TO WS-RW-GTEES
           MOVE WS-GR-SECURITY(WS-GX) TO WS-RW-SECURITY
           PERFORM MEASURE-ROW
           PERFORM SHOW-ROW.
      *A client in no group is a group of one, listed once it is
      *big enough to report
       REPORT-ONE-CLIENT.
           ADD 1 TO WS-IX
           IF WS-ID-GROUPED(WS-IX) = 'N'
              MOVE 'CLIENT' TO WS-RW-KIND
              MOVE WS-ID-NAME(WS-IX) TO WS-RW-ID
              MOVE 1 TO WS-RW-MEMBERS
              MOVE WS-ID-LOANS(WS-IX) TO WS-RW-LOANS
              MOVE WS-ID-OD-USED(WS-IX) TO WS-RW-OD-USED
              MOVE WS-ID-OD-UNUSED(WS-IX) TO WS-RW-OD-UNUSED
              MOVE WS-ID-GTEES(WS-IX) TO WS-RW-GTEES
              MOVE WS-ID-SECURITY(WS-IX) TO WS-RW-SECURITY
              PERFORM MEASURE-ROW
              IF WS-RW-FLAG NOT = SPACES
                 PERFORM SHOW-ROW
              END-IF
           END-IF.
      *Reporting threshold before security, legal limit after it
       MEASURE-ROW.
           COMPUTE WS-RW-GROSS = WS-RW-LOANS + WS-RW-OD-USED
              + WS-RW-OD-UNUSED + WS-RW-GTEES
           COMPUTE WS-RW-NET = WS-RW-GROSS - WS-RW-SECURITY
           IF WS-RW-NET < 0
              MOVE 0 TO WS-RW-NET
           END-IF
           MOVE SPACES TO WS-RW-FLAG
           IF WS-REPORT-AMOUNT > 0
                 AND WS-RW-GROSS >= WS-REPORT-AMOUNT
              MOVE 'REPORTABLE' TO WS-RW-FLAG
           END-IF
           IF WS-LIMIT-AMOUNT > 0
                 AND WS-RW-NET > WS-LIMIT-AMOUNT
              MOVE 'OVER LIMIT' TO WS-RW-FLAG
           END-IF.
       SHOW-ROW.
           ADD 1 TO WS-ROWS
           IF WS-RW-FLAG = 'REPORTABLE'
              ADD 1 TO WS-REPORTABLE
           END-IF
           IF WS-RW-FLAG = 'OVER LIMIT'
              ADD 1 TO WS-REPORTABLE
              ADD 1 TO WS-OVER-LIMIT
           END-IF
           IF WS-CAPITAL-BASE > 0
              COMPUTE WS-PCT-EDIT ROUNDED
                 = WS-RW-NET * 100 / WS-CAPITAL-BASE
           ELSE
              MOVE 0 TO WS-PCT-EDIT
           END-IF
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Kind":"' WS-RW-KIND '",'
           DISPLAY '    "Id":"' WS-RW-ID '",'
           DISPLAY '    "Members":' WS-RW-MEMBERS ','
           MOVE WS-RW-LOANS TO WS-AMOUNT-EDIT
           DISPLAY '    "Loans":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-OD-USED TO WS-AMOUNT-EDIT
           DISPLAY '    "OverdraftUsed":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-OD-UNUSED TO WS-AMOUNT-EDIT
           DISPLAY '    "OverdraftUnused":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-GTEES TO WS-AMOUNT-EDIT
           DISPLAY '    "Guarantees":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-SECURITY TO WS-AMOUNT-EDIT
           DISPLAY '    "Security":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-GROSS TO WS-AMOUNT-EDIT
           DISPLAY '    "Gross":' WS-AMOUNT-EDIT ','
           MOVE WS-RW-NET TO WS-AMOUNT-EDIT
           DISPLAY '    "Net":' WS-AMOUNT-EDIT ','
           DISPLAY '    "PctOfCapital":' WS-PCT-EDIT ','
           DISPLAY '    "Flag":"' WS-RW-FLAG '"'
           DISPLAY '  }'
           MOVE WS-RW-KIND TO WS-SR-KIND
           MOVE WS-RW-ID TO WS-SR-ID
           MOVE WS-RW-GROSS TO WS-SR-GROSS
           MOVE WS-RW-NET TO WS-SR-NET
           MOVE WS-PCT-EDIT TO WS-SR-PCT
           MOVE WS-RW-FLAG TO WS-SR-FLAG
           MOVE WS-SPOOL-ROW TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Convert WS-ITEM-AMOUNT from WS-ITEM-CCY to default at the
      *stored sell-side rate, same walk the other extracts use. An
      *unknown currency keeps face value rather than dropping out
       CONVERT-TO-DEFAULT.
           IF WS-ITEM-CCY = WS-DEFAULT-CCY
              CONTINUE
           ELSE
              MOVE WS-ITEM-CCY TO E-KEY
              READ EXCHANGE-RATES RECORD KEY E-KEY
              NOT INVALID KEY
                 COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                 COMPUTE WS-ITEM-AMOUNT ROUNDED
                    = WS-ITEM-AMOUNT / E-MAN
                 COMPUTE WS-ITEM-AMOUNT ROUNDED
                    = WS-ITEM-AMOUNT / WS-EXP-FACTOR
              END-READ
           END-IF.
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
              MOVE 'LEXPREP' TO SP-REPORT
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
              MOVE 'LEXPREP' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'LEXPREP' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
