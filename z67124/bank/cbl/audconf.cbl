      *Balance confirmation letters for customers' auditors. At year
      *end the auditors of our business customers write in for a
      *confirmation of everything the customer has with us; instead
      *of typing each letter from TRIALBAL and the loan printouts,
      *the requests go in a CONFREQ list - customer, auditor, the
      *auditor's reference - and this run produces one letter per
      *customer as at the asked-for day:
      *  - every account under the identity, at its SNAPFILE balance
      *    on or before that day
      *  - loans, term deposits, guarantees and legal holds that
      *    stood on that day
      *  - who may sign on each account: the holder, the joint
      *    signer and any attorney with payment authority
      *Letters are spooled one after another into the day's AUDCONF
      *report and registered on CONFREG under the reference printed
      *on them. Action V looks a reference up again, for the auditor
      *ringing back to verify a letter really came from us
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    AUDCONF.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMATION-REQUESTS ASSIGN TO CONFREQ
              FILE STATUS IS WS-AC-FILE-STATUS.
           SELECT CONFIRMATION-REGISTER ASSIGN TO CONFREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CF-REFERENCE
              FILE STATUS IS WS-CF-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
      *Confirmed balances come off the nightly snapshots
           SELECT DAY-SNAPSHOTS ASSIGN TO SNAPFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SN-KEY
              FILE STATUS IS WS-SN-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-KEY
              FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT TERM-DEPOSITS ASSIGN TO TERMDEP
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TD-KEY
              FILE STATUS IS WS-TD-FILE-STATUS.
           SELECT GUARANTEE-BOOK ASSIGN TO GTEEBOOK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GT-REFERENCE
              FILE STATUS IS WS-GT-FILE-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO LGLHOLDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-FILE-STATUS.
           SELECT POA-REGISTER ASSIGN TO POAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PO-KEY
              FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Report spool - the letters land in the dated repository
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
      *One fixed-width row per auditor's request
       FD  CONFIRMATION-REQUESTS RECORDING MODE F.
       01  AC-RECORD.
           05 AC-CUSTOMER PIC X(9).
           05 AC-AUDITOR PIC X(30).
           05 AC-AUDITOR-REF PIC X(12).
       FD  CONFIRMATION-REGISTER DATA RECORD IS CF-RECORD.
       COPY confrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  DAY-SNAPSHOTS DATA RECORD IS SN-RECORD.
       COPY snaprec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  TERM-DEPOSITS DATA RECORD IS TD-RECORD.
       COPY termrec.
       FD  GUARANTEE-BOOK DATA RECORD IS GT-RECORD.
       COPY gteerec.
       FD  LEGAL-HOLDS DATA RECORD IS LH-RECORD.
       COPY lhldrec.
       FD  POA-REGISTER DATA RECORD IS PO-RECORD.
       COPY poarec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-AC-FILE-STATUS PIC XX.
       01 WS-CF-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-SN-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-GT-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X.
       01 WS-LIST-EOF PIC X.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-NAME PIC X(9).
       01 WS-NEXT-SEQ PIC 9(4) VALUE 0.
       01 WS-FIRST-LINE PIC 9(6).
       01 WS-LETTERS PIC 9(6) VALUE 0.
       01 WS-REJECTED PIC 9(6) VALUE 0.
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
      *The identity's accounts, for matching loans, deposits and
      *guarantees against
       01 WS-ACCOUNT-TABLE.
           05 WS-AT-COUNT PIC 9(3) VALUE 0.
           05 WS-AT-ENTRY OCCURS 100 TIMES.
               10 WS-AT-NAME PIC X(9).
               10 WS-AT-CURRENCY PIC X(3).
               10 WS-AT-SECONDARY PIC X(9).
       01 WS-AX PIC 9(3).
       01 WS-LOOK-NAME PIC X(9).
       01 WS-LOOK-FOUND PIC X.
      *The snapshot an account's confirmed balance comes from
       01 WS-SNAP-FOUND PIC X.
       01 WS-SNAP-DATE PIC 9(8).
       01 WS-SNAP-BALANCE PIC S9(12)V9(4).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *P = produce the letters on CONFREQ, V = verify a reference
           05 ARG-ACTION PIC X(1).
      *Day the balances are confirmed as at, 0 = the business date
           05 ARG-DATE PIC 9(8).
           05 ARG-REFERENCE PIC X(14).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF ARG-ACTION NOT = 'P' AND NOT = 'V'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Action must be P or V"'
              DISPLAY '}'
              GOBACK
           END-IF
           IF ARG-ACTION = 'V'
              PERFORM VERIFY-REFERENCE
              GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF
           IF ARG-DATE NUMERIC AND ARG-DATE > 0
              MOVE ARG-DATE TO WS-AS-OF-DATE
           END-IF

           OPEN INPUT CONFIRMATION-REQUESTS
           IF WS-AC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Request list error ' WS-AC-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CONFIRMATION-REQUESTS
              GOBACK
           END-IF
           OPEN I-O CONFIRMATION-REGISTER
           IF WS-CF-FILE-STATUS = '35'
              OPEN OUTPUT CONFIRMATION-REGISTER
              CLOSE CONFIRMATION-REGISTER
              OPEN I-O CONFIRMATION-REGISTER
           END-IF
           IF WS-CF-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Register file error ' WS-CF-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CONFIRMATION-REQUESTS
              CLOSE CONFIRMATION-REGISTER
              GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT USER-ACCOUNTS
           OPEN INPUT DAY-SNAPSHOTS
           OPEN INPUT LOAN-MASTER
           OPEN INPUT TERM-DEPOSITS
           OPEN INPUT GUARANTEE-BOOK
           OPEN INPUT LEGAL-HOLDS
           OPEN INPUT POA-REGISTER
           PERFORM SPOOL-START
           PERFORM FIND-LAST-SEQ

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "AsOf":' WS-AS-OF-DATE ','
           DISPLAY '  "Letters":['
           MOVE 'N' TO WS-LIST-EOF
           PERFORM TAKE-ONE-REQUEST UNTIL WS-LIST-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "Produced":' WS-LETTERS ','
           DISPLAY '  "Rejected":' WS-REJECTED
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE POA-REGISTER
           CLOSE LEGAL-HOLDS
           CLOSE GUARANTEE-BOOK
           CLOSE TERM-DEPOSITS
           CLOSE LOAN-MASTER
           CLOSE DAY-SNAPSHOTS
           CLOSE USER-ACCOUNTS
           CLOSE CUSTOMER-MASTER
           CLOSE CONFIRMATION-REGISTER
           CLOSE CONFIRMATION-REQUESTS
           GOBACK.
      *References run on within the production day across runs
       FIND-LAST-SEQ.
           MOVE 0 TO WS-NEXT-SEQ
           MOVE 'AC' TO CF-REF-PREFIX
           MOVE WS-SPOOL-DATE TO CF-REF-DATE
           MOVE 0 TO CF-REF-SEQ
           MOVE 'N' TO WS-EOF
           START CONFIRMATION-REGISTER KEY IS >= CF-REFERENCE
           IF WS-CF-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SCAN-ONE-REFERENCE UNTIL WS-EOF = 'Y'.
       SCAN-ONE-REFERENCE.
           READ CONFIRMATION-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CF-REF-PREFIX NOT = 'AC'
                         OR CF-REF-DATE NOT = WS-SPOOL-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE CF-REF-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.
       TAKE-ONE-REQUEST.
           READ CONFIRMATION-REQUESTS
               AT END
                   MOVE 'Y' TO WS-LIST-EOF
               NOT AT END
                   IF AC-CUSTOMER NOT = SPACES
                      PERFORM PRODUCE-LETTER
                         THRU PRODUCE-LETTER-EXIT
                   END-IF
           END-READ.
       PRODUCE-LETTER.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           MOVE AC-CUSTOMER TO WS-NAME
           MOVE WS-NAME TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              ADD 1 TO WS-REJECTED
              DISPLAY '  {"Customer":"' WS-NAME
                 '","error":"Customer not found"}'
              GO TO PRODUCE-LETTER-EXIT
           END-READ
           PERFORM LOAD-ACCOUNTS
           IF WS-AT-COUNT = 0
              ADD 1 TO WS-REJECTED
              DISPLAY '  {"Customer":"' WS-NAME
                 '","error":"No accounts under customer"}'
              GO TO PRODUCE-LETTER-EXIT
           END-IF
           IF WS-NEXT-SEQ = 9999
              ADD 1 TO WS-REJECTED
              DISPLAY '  {"Customer":"' WS-NAME
                 '","error":"No references left today"}'
              GO TO PRODUCE-LETTER-EXIT
           END-IF
           ADD 1 TO WS-NEXT-SEQ
           MOVE 'AC' TO CF-REF-PREFIX
           MOVE WS-SPOOL-DATE TO CF-REF-DATE
           MOVE WS-NEXT-SEQ TO CF-REF-SEQ
           COMPUTE WS-FIRST-LINE = WS-SPOOL-LINE-NO + 1

           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'BALANCE CONFIRMATION   OUR REFERENCE '
              CF-REFERENCE
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'TO ' AC-AUDITOR '   YOUR REFERENCE '
              AC-AUDITOR-REF
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CUSTOMER ' WS-NAME ' ' CU-FULL-NAME
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'WE CONFIRM THE FOLLOWING AS AT CLOSE OF BUSINESS '
              WS-AS-OF-DATE
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE

           MOVE 0 TO WS-AX
           PERFORM LETTER-ONE-ACCOUNT WS-AT-COUNT TIMES
           PERFORM LETTER-LOANS
           PERFORM LETTER-DEPOSITS
           PERFORM LETTER-GUARANTEES
           MOVE 0 TO WS-AX
           PERFORM LETTER-HOLDS WS-AT-COUNT TIMES
           MOVE 0 TO WS-AX
           PERFORM LETTER-SIGNERS WS-AT-COUNT TIMES

           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'END OF CONFIRMATION ' CF-REFERENCE
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE

           MOVE WS-NAME TO CF-CUSTOMER
           MOVE WS-AS-OF-DATE TO CF-AS-OF-DATE
           MOVE AC-AUDITOR TO CF-AUDITOR
           MOVE AC-AUDITOR-REF TO CF-AUDITOR-REF
           MOVE WS-SPOOL-DATE TO CF-SPOOL-DATE
           MOVE WS-FIRST-LINE TO CF-FIRST-LINE
           COMPUTE CF-LINES = WS-SPOOL-LINE-NO - WS-FIRST-LINE + 1
           MOVE WS-AT-COUNT TO CF-ACCOUNTS
           MOVE FUNCTION CURRENT-DATE TO CF-PRODUCED
           WRITE CF-RECORD
           INVALID KEY
              REWRITE CF-RECORD
           END-WRITE
           ADD 1 TO WS-LETTERS
           DISPLAY '  {"Customer":"' WS-NAME '","Reference":"'
              CF-REFERENCE '","Accounts":' CF-ACCOUNTS
              ',"FirstLine":' CF-FIRST-LINE ',"Lines":' CF-LINES '}'.
       PRODUCE-LETTER-EXIT.
           EXIT.
      *Every wallet under the identity, same test RELSTMT uses
       LOAD-ACCOUNTS.
           MOVE 0 TO WS-AT-COUNT
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO ACT-NAME
           START USER-ACCOUNTS KEY IS >= ACT-NAME
           IF WS-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LOAD-ONE-ACCOUNT UNTIL WS-EOF = 'Y'.
       LOAD-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF (ACT-NAME = WS-NAME OR ACT-OWNER = WS-NAME)
                         AND WS-AT-COUNT < 100
                      ADD 1 TO WS-AT-COUNT
                      MOVE ACT-NAME TO WS-AT-NAME(WS-AT-COUNT)
                      MOVE ACT-CURRENCY TO WS-AT-CURRENCY(WS-AT-COUNT)
                      MOVE ACT-SECONDARY-NAME
                         TO WS-AT-SECONDARY(WS-AT-COUNT)
                   END-IF
           END-READ.
       FIND-ACCOUNT.
           MOVE 'N' TO WS-LOOK-FOUND
           MOVE 0 TO WS-AX
           PERFORM MATCH-ONE-ACCOUNT WS-AT-COUNT TIMES.
       MATCH-ONE-ACCOUNT.
           ADD 1 TO WS-AX
           IF WS-AT-NAME(WS-AX) = WS-LOOK-NAME
              MOVE 'Y' TO WS-LOOK-FOUND
           END-IF.
      *The last snapshot on or before the day, as BALASOF reads it
       LETTER-ONE-ACCOUNT.
           ADD 1 TO WS-AX
           MOVE 'N' TO WS-SNAP-FOUND
           MOVE 'N' TO WS-EOF
           MOVE WS-AT-NAME(WS-AX) TO SN-ACCOUNT
           MOVE 0 TO SN-DATE
           START DAY-SNAPSHOTS KEY IS >= SN-KEY
           IF WS-SN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM SCAN-ONE-SNAPSHOT UNTIL WS-EOF = 'Y'
           MOVE SPACES TO WS-SPOOL-LINE
           IF WS-SNAP-FOUND = 'Y'
              MOVE WS-SNAP-BALANCE TO WS-AMOUNT-EDIT
              STRING 'ACCOUNT ' WS-AT-NAME(WS-AX) ' '
                 WS-AT-CURRENCY(WS-AX) ' ' WS-AMOUNT-EDIT
                 ' BALANCE OF ' WS-SNAP-DATE
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
              STRING 'ACCOUNT ' WS-AT-NAME(WS-AX) ' '
                 WS-AT-CURRENCY(WS-AX)
                 ' NO BALANCE RECORDED ON OR BEFORE THAT DATE'
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           PERFORM SPOOL-LINE.
       SCAN-ONE-SNAPSHOT.
           READ DAY-SNAPSHOTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF SN-ACCOUNT NOT = WS-AT-NAME(WS-AX)
                         OR SN-DATE > WS-AS-OF-DATE
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE 'Y' TO WS-SNAP-FOUND
                      MOVE SN-DATE TO WS-SNAP-DATE
                      MOVE SN-BALANCE TO WS-SNAP-BALANCE
                   END-IF
           END-READ.
      *Loans and deposits carry no history of their own, so those
      *still open that already stood on the day are confirmed at
      *today's figure, and say so
       LETTER-LOANS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO LN-KEY
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LETTER-ONE-LOAN UNTIL WS-EOF = 'Y'.
       LETTER-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN AND LN-OPENED-DATE <= WS-AS-OF-DATE
                      MOVE LN-ACCOUNT TO WS-LOOK-NAME
                      PERFORM FIND-ACCOUNT
                      IF WS-LOOK-FOUND = 'Y'
                         MOVE LN-OUTSTANDING TO WS-AMOUNT-EDIT
                         MOVE SPACES TO WS-SPOOL-LINE
                         STRING 'LOAN ' LN-ACCOUNT '/' LN-SEQ ' '
                            LN-CURRENCY ' ' WS-AMOUNT-EDIT
                            ' OUTSTANDING AT ' WS-SPOOL-DATE
                            DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         PERFORM SPOOL-LINE
                      END-IF
                   END-IF
           END-READ.
       LETTER-DEPOSITS.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TD-KEY
           START TERM-DEPOSITS KEY IS >= TD-KEY
           IF WS-TD-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LETTER-ONE-DEPOSIT UNTIL WS-EOF = 'Y'.
       LETTER-ONE-DEPOSIT.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TD-IS-OPEN AND TD-START-DATE <= WS-AS-OF-DATE
                      MOVE TD-ACCOUNT TO WS-LOOK-NAME
                      PERFORM FIND-ACCOUNT
                      IF WS-LOOK-FOUND = 'Y'
                         MOVE TD-PRINCIPAL TO WS-AMOUNT-EDIT
                         MOVE SPACES TO WS-SPOOL-LINE
                         STRING 'TERM DEPOSIT ' TD-ACCOUNT '/' TD-SEQ
                            ' ' TD-CURRENCY ' ' WS-AMOUNT-EDIT
                            ' MATURES ' TD-MATURITY-DATE
                            DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         PERFORM SPOOL-LINE
                      END-IF
                   END-IF
           END-READ.
      *A guarantee stood on the day if issued by then and not yet
      *claimed, expired or cancelled
       LETTER-GUARANTEES.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO GT-REFERENCE
           START GUARANTEE-BOOK KEY IS >= GT-REFERENCE
           IF WS-GT-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LETTER-ONE-GUARANTEE UNTIL WS-EOF = 'Y'.
       LETTER-ONE-GUARANTEE.
           READ GUARANTEE-BOOK NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF GT-ISSUE-DATE <= WS-AS-OF-DATE
                         AND (GT-IS-OPEN
                            OR GT-CLOSED-DATE > WS-AS-OF-DATE)
                      MOVE GT-ACCOUNT TO WS-LOOK-NAME
                      PERFORM FIND-ACCOUNT
                      IF WS-LOOK-FOUND = 'Y'
                         MOVE GT-AMOUNT TO WS-AMOUNT-EDIT
                         MOVE SPACES TO WS-SPOOL-LINE
                         STRING 'GUARANTEE ' GT-REFERENCE ' '
                            GT-CURRENCY ' ' WS-AMOUNT-EDIT
                            ' EXPIRES ' GT-EXPIRY-DATE ' FAVOUR '
                            GT-BENEFICIARY
                            DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         PERFORM SPOOL-LINE
                      END-IF
                   END-IF
           END-READ.
      *Holds in force on the account - guarantee margins included,
      *they sit on LGLHOLDS under the guarantee reference
       LETTER-HOLDS.
           ADD 1 TO WS-AX
           MOVE 'N' TO WS-EOF
           MOVE WS-AT-NAME(WS-AX) TO LH-ACCOUNT
           MOVE LOW-VALUES TO LH-COURT-REF
           START LEGAL-HOLDS KEY IS >= LH-KEY
           IF WS-LH-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LETTER-ONE-HOLD UNTIL WS-EOF = 'Y'.
       LETTER-ONE-HOLD.
           READ LEGAL-HOLDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LH-ACCOUNT NOT = WS-AT-NAME(WS-AX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF LH-IS-ACTIVE
                            AND LH-START-DATE <= WS-AS-OF-DATE
                            AND (LH-EXPIRY-DATE = 0
                               OR LH-EXPIRY-DATE >= WS-AS-OF-DATE)
                         MOVE LH-AMOUNT TO WS-AMOUNT-EDIT
                         MOVE SPACES TO WS-SPOOL-LINE
                         STRING 'LEGAL HOLD ' LH-ACCOUNT ' '
                            LH-COURT-REF ' ' WS-AT-CURRENCY(WS-AX)
                            ' ' WS-AMOUNT-EDIT
                            DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         PERFORM SPOOL-LINE
                      END-IF
                   END-IF
           END-READ.
      *The holder, the joint signer, and attorneys who may pay from
      *the account - inquiry-only authority signs nothing
       LETTER-SIGNERS.
           ADD 1 TO WS-AX
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'SIGNER ' WS-AT-NAME(WS-AX) ' ' WS-NAME
              ' HOLDER'
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           IF WS-AT-SECONDARY(WS-AX) NOT = SPACES
              MOVE SPACES TO WS-SPOOL-LINE
              STRING 'SIGNER ' WS-AT-NAME(WS-AX) ' '
                 WS-AT-SECONDARY(WS-AX) ' JOINT'
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE WS-AT-NAME(WS-AX) TO PO-ACCOUNT
           MOVE LOW-VALUES TO PO-ATTORNEY
           START POA-REGISTER KEY IS >= PO-KEY
           IF WS-PO-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM LETTER-ONE-ATTORNEY UNTIL WS-EOF = 'Y'.
       LETTER-ONE-ATTORNEY.
           READ POA-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PO-ACCOUNT NOT = WS-AT-NAME(WS-AX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      IF PO-IS-ACTIVE AND NOT PO-SCOPE-INQUIRY
                            AND PO-START-DATE <= WS-AS-OF-DATE
                            AND (PO-EXPIRY-DATE = 0
                               OR PO-EXPIRY-DATE >= WS-AS-OF-DATE)
                         MOVE SPACES TO WS-SPOOL-LINE
                         IF PO-SCOPE-FULL
                            STRING 'SIGNER ' PO-ACCOUNT ' '
                               PO-ATTORNEY ' ATTORNEY FULL'
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         ELSE
                            MOVE PO-CEILING TO WS-AMOUNT-EDIT
                            STRING 'SIGNER ' PO-ACCOUNT ' '
                               PO-ATTORNEY ' ATTORNEY PAYMENTS TO '
                               WS-AMOUNT-EDIT
                               DELIMITED BY SIZE INTO WS-SPOOL-LINE
                         END-IF
                         PERFORM SPOOL-LINE
                      END-IF
                   END-IF
           END-READ.
      *Whose letter a reference is, and where to reprint it from
       VERIFY-REFERENCE.
           OPEN INPUT CONFIRMATION-REGISTER
           IF WS-CF-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Register file error ' WS-CF-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CONFIRMATION-REGISTER
           ELSE
              MOVE ARG-REFERENCE TO CF-REFERENCE
              READ CONFIRMATION-REGISTER RECORD KEY CF-REFERENCE
              INVALID KEY
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"No letter issued under '
                    ARG-REFERENCE '"'
                 DISPLAY '}'
              NOT INVALID KEY
                 DISPLAY '{'
                 DISPLAY '  "success":1,'
                 DISPLAY '  "error":"No error",'
                 DISPLAY '  "Reference":"' CF-REFERENCE '",'
                 DISPLAY '  "Customer":"' CF-CUSTOMER '",'
                 DISPLAY '  "AsOf":' CF-AS-OF-DATE ','
                 DISPLAY '  "Auditor":"' CF-AUDITOR '",'
                 DISPLAY '  "AuditorReference":"' CF-AUDITOR-REF '",'
                 DISPLAY '  "Accounts":' CF-ACCOUNTS ','
                 DISPLAY '  "Produced":"' CF-PRODUCED '",'
                 DISPLAY '  "SpoolReport":"AUDCONF",'
                 DISPLAY '  "SpoolDate":' CF-SPOOL-DATE ','
                 DISPLAY '  "FirstLine":' CF-FIRST-LINE ','
                 DISPLAY '  "Lines":' CF-LINES
                 DISPLAY '}'
              END-READ
              CLOSE CONFIRMATION-REGISTER
           END-IF.
      *Spool plumbing, shared shape across the report programs -
      *except that a second run on the same day carries on after
      *the letters already spooled, so earlier references still
      *point at their own lines
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
           ELSE
              MOVE 'AUDCONF' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              READ REPORT-CATALOG RECORD KEY SPC-KEY
              NOT INVALID KEY
                 MOVE SPC-LINES TO WS-SPOOL-LINE-NO
              END-READ
           END-IF.
       SPOOL-LINE.
           IF WS-SPOOL-OK = 'Y'
              ADD 1 TO WS-SPOOL-LINE-NO
              MOVE 'AUDCONF' TO SP-REPORT
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
              MOVE 'AUDCONF' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'AUDCONF' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
