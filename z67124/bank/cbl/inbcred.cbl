      *Inbound interbank credit intake, the mirror of OUTPAY/OUTCUT.
      *Reads the correspondents' incoming payment file - sending bank,
      *their reference, our beneficiary (an ACT-NAME or an ACTNUM
      *account number), the name they paid, the remitter, amount and
      *currency - and credits each beneficiary from that
      *correspondent's nostro mirror as a typed "interbank credit"
      *leg carrying the remitter's reference, converted into the
      *wallet's own currency at the stored rates. Every line is kept
      *on the INBCRED register, so a file fed twice credits nobody
      *twice. Anything that cannot safely be applied - unknown
      *account, frozen account, closed customer, a beneficiary name
      *that does not match the customer, or a blocklist hit on the
      *beneficiary or the remitter (which also raises a screening
      *case) - is booked to the "INBSUSP  " unapplied-funds suspense
      *account instead for ops to apply or return through INBSUSP.
      *The intake report is spooled for the payments desk
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    INBCRED.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The correspondents' incoming payment file, one credit a line,
      *laid out like OUTCUT's interchange file
           SELECT INCOMING-FILE ASSIGN TO INBFILE
              FILE STATUS IS WS-IB-FILE-STATUS.
      *Register of every incoming credit ever taken in
           SELECT INBOUND-CREDITS ASSIGN TO INBCRED
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS IC-KEY
              FILE STATUS IS WS-IC-FILE-STATUS.
           SELECT BANK-DIRECTORY ASSIGN TO BANKDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BD-BANK-ID
              FILE STATUS IS WS-BD-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS E-KEY
              FILE STATUS IS WS-E-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Registered identity the beneficiary name is matched against
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CU-NAME
              FILE STATUS IS WS-CU-FILE-STATUS.
      *Number-to-name aliases for the numeric account numbers ACTNUM
      *assigns
           SELECT ACCOUNT-ALIASES ASSIGN TO ACTALIAS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AL-NUMBER
              FILE STATUS IS WS-AL-FILE-STATUS.
      *Sanctions/internal blocklist, and the review queue a hit
      *raises a case on
           SELECT BLOCK-LIST ASSIGN TO BLOCKLST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BL-NAME
              FILE STATUS IS WS-BL-FILE-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
      *Forward-recovery journal for the postings' images
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Receiver-keyed mirror of incoming credits, read by GETRCVD
           SELECT RECEIVED-CREDITS ASSIGN TO RCVDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RC-KEY
              FILE STATUS IS WS-RC-FILE-STATUS.
      *Report spool for the payments desk's intake report
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
       FD  INCOMING-FILE RECORDING MODE F.
       01  IB-LINE.
           05 IB-BANK-ID PIC X(9).
           05 IB-REFERENCE PIC X(20).
           05 IB-BENEFICIARY PIC X(9).
           05 IB-BENE-NAME PIC X(30).
           05 IB-REMITTER PIC X(20).
           05 IB-AMOUNT PIC X(17).
           05 IB-CURRENCY PIC X(3).
           05 FILLER PIC X(12).
       FD  INBOUND-CREDITS DATA RECORD IS IC-RECORD.
       COPY inbcrec.
       FD  BANK-DIRECTORY DATA RECORD IS BD-RECORD.
       COPY bankdir.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
       FD  BLOCK-LIST DATA RECORD IS BL-RECORD.
       COPY blokrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  RECEIVED-CREDITS DATA RECORD IS RC-RECORD.
       COPY rcvrec.
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
       01 WS-IB-FILE-STATUS PIC XX.
       01 WS-IC-FILE-STATUS PIC XX.
       01 WS-BD-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-E-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-AL-FILE-STATUS PIC XX.
       01 WS-BL-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-RC-FILE-STATUS PIC XX.
       01 WS-JOURNAL-STAGING.
           05 WS-JR-FILE-ID PIC X(1).
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-CREDITS-READ PIC 9(6) VALUE 0.
       01 WS-CREDITS-APPLIED PIC 9(6) VALUE 0.
       01 WS-CREDITS-SUSPENDED PIC 9(6) VALUE 0.
       01 WS-CREDITS-SKIPPED PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-NAME PIC X(9) VALUE 'INBSUSP'.
       01 WS-NOSTRO-NAME PIC X(9).
      *Where this credit lands - the beneficiary, or INBSUSP - and
      *why it could not go to the beneficiary, spaces when it can
       01 WS-CREDIT-NAME PIC X(9).
       01 WS-REASON PIC X(2).
       01 WS-BLOCK-HIT PIC X.
       01 WS-HIT-NAME PIC X(9).
       01 WS-CUSTOMER-NAME PIC X(9).
       01 WS-PAID-NAME PIC X(30).
       01 WS-INCOMING-AMOUNT PIC S9(12)V9(4).
       01 WS-SC-AMOUNT-EDIT PIC 9(12).9(4).
       01 WS-EXP-FACTOR PIC 9(7)V9(8).
      *The credit converted into the receiving account's own currency
      *through the stored buy-then-sell legs, the same walk PAYRTN
      *re-credits a returned payment with
       01 WS-CREDIT-AMOUNT PIC S9(12)V9(4).
      *Account identifier being resolved: a numeric account number
      *goes in WS-RS-NAME and comes back as the real ACT-NAME, or
      *WS-RS-OK says why not (C = check digit failed, U = unknown)
       01 WS-RESOLVE.
           05 WS-RS-NAME PIC X(9).
           05 WS-RS-OK PIC X.
      *Staging for CHKDIGIT, laid out exactly like its LINKAGE SECTION
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
       COPY wstrnrep.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - an intake run that could not
      *start belongs on the operators' digest, not just this job's
      *output
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'INBCRED'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'INBCRED'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT INCOMING-FILE
           IF WS-IB-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Incoming file error ' WS-IB-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'INBFILE' TO OV-ARG-FILE-NAME
              MOVE WS-IB-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE INCOMING-FILE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O INBOUND-CREDITS
           IF WS-IC-FILE-STATUS = '35'
              OPEN OUTPUT INBOUND-CREDITS
              CLOSE INBOUND-CREDITS
              OPEN I-O INBOUND-CREDITS
           END-IF
           IF WS-IC-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Credit register error ' WS-IC-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'INBCRED' TO OV-ARG-FILE-NAME
              MOVE WS-IC-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE INCOMING-FILE
              CLOSE INBOUND-CREDITS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Accounts file error ' WS-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'ACCOUNTS' TO OV-ARG-FILE-NAME
              MOVE WS-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE INCOMING-FILE
              CLOSE INBOUND-CREDITS
              CLOSE USER-ACCOUNTS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O USER-TRANSFERS
           OPEN INPUT BANK-DIRECTORY
           OPEN INPUT EXCHANGE-RATES
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           PERFORM SPOOL-START
           MOVE 'INBOUND INTERBANK CREDITS' TO WS-SPOOL-LINE
           PERFORM SPOOL-LINE

           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           PERFORM PROCESS-CREDITS UNTIL WS-EOF = 'Y'
           DISPLAY '  "CreditsRead":' WS-CREDITS-READ ','
           DISPLAY '  "CreditsApplied":' WS-CREDITS-APPLIED ','
           DISPLAY '  "CreditsSuspended":' WS-CREDITS-SUSPENDED ','
           DISPLAY '  "CreditsSkipped":' WS-CREDITS-SKIPPED
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'READ ' WS-CREDITS-READ
              ' APPLIED ' WS-CREDITS-APPLIED
              ' SUSPENSE ' WS-CREDITS-SUSPENDED
              ' SKIPPED ' WS-CREDITS-SKIPPED
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           CLOSE INCOMING-FILE
           CLOSE INBOUND-CREDITS
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE BANK-DIRECTORY
           CLOSE EXCHANGE-RATES
           CLOSE CUSTOMER-MASTER
           CLOSE STATS
           MOVE WS-CREDITS-READ TO RS-ARG-READ
           MOVE WS-CREDITS-APPLIED TO RS-ARG-POSTED
           MOVE WS-CREDITS-SUSPENDED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       PROCESS-CREDITS.
           READ INCOMING-FILE
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-CREDITS-READ
                 PERFORM TAKE-ONE-CREDIT
                    THRU TAKE-ONE-CREDIT-EXIT
           END-READ.
      *Lines that cannot even be booked to suspense - a bad amount, a
      *repeat, a bank or nostro we do not know - are skipped and
      *reported, nothing posted
       TAKE-ONE-CREDIT.
           IF FUNCTION TEST-NUMVAL(IB-AMOUNT) NOT = 0
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-bad-amount":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-IF
           COMPUTE WS-INCOMING-AMOUNT = FUNCTION NUMVAL(IB-AMOUNT)
           IF WS-INCOMING-AMOUNT <= 0
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-bad-amount":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-IF
           MOVE IB-BANK-ID TO IC-BANK-ID
           MOVE IB-REFERENCE TO IC-REFERENCE
           READ INBOUND-CREDITS RECORD KEY IC-KEY
           NOT INVALID KEY
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-duplicate":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-READ
           MOVE IB-BANK-ID TO BD-BANK-ID
           READ BANK-DIRECTORY RECORD KEY BD-BANK-ID
           INVALID KEY
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-no-bank":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-READ
           MOVE BD-NOSTRO-ACCOUNT TO WS-NOSTRO-NAME
           MOVE WS-NOSTRO-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-no-nostro":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-READ

           PERFORM CHECK-BENEFICIARY THRU CHECK-BENEFICIARY-EXIT
           IF WS-REASON = SPACES
              MOVE WS-RS-NAME TO WS-CREDIT-NAME
           ELSE
              MOVE WS-SUSPENSE-NAME TO WS-CREDIT-NAME
           END-IF
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              ADD 1 TO WS-CREDITS-SKIPPED
              DISPLAY '{"credit-no-suspense":"' IB-REFERENCE '"}'
              GO TO TAKE-ONE-CREDIT-EXIT
           END-READ

      *The nostro mirror comes down by what the correspondent holds
      *for us less, in the payment's own currency
           MOVE WS-NOSTRO-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-INCOMING-AMOUNT
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-NOSTRO-LEG

      *And the receiving account - beneficiary or suspense - goes up
      *by the same money in its own currency
           MOVE WS-CREDIT-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           END-READ
           PERFORM CONVERT-TO-CUSTOMER
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE + WS-CREDIT-AMOUNT
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-CUSTOMER-LEG

           MOVE IB-BANK-ID TO IC-BANK-ID
           MOVE IB-REFERENCE TO IC-REFERENCE
           MOVE WS-REASON TO IC-REASON
           MOVE IB-BENEFICIARY TO IC-BENEFICIARY
           MOVE IB-BENE-NAME TO IC-BENE-NAME
           MOVE IB-REMITTER TO IC-REMITTER
           MOVE WS-INCOMING-AMOUNT TO IC-AMOUNT
           MOVE IB-CURRENCY TO IC-CURRENCY
           MOVE WS-TODAY TO IC-RECEIVED-DATE
           MOVE 0 TO IC-RESOLVED-DATE
           MOVE SPACES TO IC-OPERATOR-ID
           IF WS-REASON = SPACES
              PERFORM LOG-RECEIVED
              MOVE 'A' TO IC-STATUS
              MOVE 0 TO IC-SUSPENSE-AMOUNT
              MOVE WS-CREDIT-NAME TO IC-ACCOUNT
              MOVE WS-TODAY TO IC-RESOLVED-DATE
              ADD 1 TO WS-CREDITS-APPLIED
           ELSE
              MOVE 'S' TO IC-STATUS
              MOVE WS-CREDIT-AMOUNT TO IC-SUSPENSE-AMOUNT
              MOVE SPACES TO IC-ACCOUNT
              ADD 1 TO WS-CREDITS-SUSPENDED
           END-IF
           WRITE IC-RECORD
           END-WRITE
           MOVE SPACES TO WS-SPOOL-LINE
           STRING IB-BANK-ID ' REF ' IB-REFERENCE
              ' TO ' IB-BENEFICIARY ' ' IC-STATUS ' ' WS-REASON
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{"credit":"' IB-REFERENCE '","status":"'
              IC-STATUS '","reason":"' WS-REASON '"}'.
       TAKE-ONE-CREDIT-EXIT.
           EXIT.
      *Decide whether the beneficiary can take the money. WS-REASON
      *comes back spaces and WS-RS-NAME holds the real ACT-NAME when
      *it can, otherwise the suspense reason code
       CHECK-BENEFICIARY.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO IC-SCREEN-KEY
           MOVE IB-BENEFICIARY TO WS-RS-NAME
           PERFORM RESOLVE-ACCOUNT-NUMBER
           IF WS-RS-OK NOT = 'Y'
              MOVE 'UA' TO WS-REASON
              GO TO CHECK-BENEFICIARY-EXIT
           END-IF
           MOVE WS-RS-NAME TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE 'UA' TO WS-REASON
              GO TO CHECK-BENEFICIARY-EXIT
           END-READ
           IF ACT-IS-FROZEN
              MOVE 'FZ' TO WS-REASON
              GO TO CHECK-BENEFICIARY-EXIT
           END-IF
      *A wallet answers to its owner's customer record
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO WS-CUSTOMER-NAME
           ELSE
              MOVE ACT-OWNER TO WS-CUSTOMER-NAME
           END-IF
           MOVE WS-CUSTOMER-NAME TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              MOVE SPACES TO CU-FULL-NAME
              MOVE 'A' TO CU-STATUS
           END-READ
           IF CU-IS-CLOSED OR CU-IS-DECEASED
              MOVE 'CL' TO WS-REASON
              GO TO CHECK-BENEFICIARY-EXIT
           END-IF
      *The name paid must be the customer's registered name; no name
      *on the line, or no customer record to hold it against, is not
      *a mismatch
           IF IB-BENE-NAME NOT = SPACES AND CU-FULL-NAME NOT = SPACES
              MOVE FUNCTION UPPER-CASE(IB-BENE-NAME) TO WS-PAID-NAME
              IF WS-PAID-NAME NOT = FUNCTION UPPER-CASE(CU-FULL-NAME)
                 MOVE 'NM' TO WS-REASON
                 GO TO CHECK-BENEFICIARY-EXIT
              END-IF
           END-IF
           MOVE ACT-NAME TO WS-HIT-NAME
           PERFORM CHECK-BLOCKLIST
           IF WS-BLOCK-HIT = 'N'
              MOVE IB-REMITTER(1:9) TO WS-HIT-NAME
              PERFORM CHECK-BLOCKLIST
           END-IF
           IF WS-BLOCK-HIT = 'Y'
              MOVE 'SH' TO WS-REASON
              PERFORM WRITE-SCREEN-CASE
           END-IF.
       CHECK-BENEFICIARY-EXIT.
           EXIT.
      *An all-digit identifier is an account number: the check digit
      *must prove the keying and the alias file must know it, then
      *the real ACT-NAME takes its place. Anything else passes
       RESOLVE-ACCOUNT-NUMBER.
           MOVE 'Y' TO WS-RS-OK
           IF WS-RS-NAME NUMERIC
              MOVE WS-RS-NAME TO CD-ARG-NUMBER
              CALL 'CHKDIGIT' USING CD-ARG-BUFFER
              IF CD-ARG-RESULT NOT = 'Y'
                 MOVE 'C' TO WS-RS-OK
              ELSE
                 OPEN INPUT ACCOUNT-ALIASES
                 IF WS-AL-FILE-STATUS = '00'
                       OR WS-AL-FILE-STATUS = '97'
                    MOVE WS-RS-NAME TO AL-NUMBER
                    READ ACCOUNT-ALIASES RECORD KEY AL-NUMBER
                    INVALID KEY
                       MOVE 'U' TO WS-RS-OK
                    NOT INVALID KEY
                       MOVE AL-ACT-NAME TO WS-RS-NAME
                    END-READ
                    CLOSE ACCOUNT-ALIASES
                 ELSE
                    MOVE 'U' TO WS-RS-OK
                 END-IF
              END-IF
           END-IF.
      *A listed name trips the hit flag. No list on file means
      *nothing is listed
       CHECK-BLOCKLIST.
           MOVE 'N' TO WS-BLOCK-HIT
           OPEN INPUT BLOCK-LIST
           IF WS-BL-FILE-STATUS = '00' OR WS-BL-FILE-STATUS = '97'
              MOVE WS-HIT-NAME TO BL-NAME
              READ BLOCK-LIST RECORD KEY BL-NAME
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BLOCK-HIT
              END-READ
              CLOSE BLOCK-LIST
           END-IF.
      *One case on the compliance queue for the hit, keyed by the
      *sending bank. SCRNDISP decides it; INBSUSP will not move the
      *money while the case is undecided
       WRITE-SCREEN-CASE.
           OPEN I-O SCREEN-QUEUE
           IF WS-SC-FILE-STATUS = '35'
              OPEN OUTPUT SCREEN-QUEUE
              CLOSE SCREEN-QUEUE
              OPEN I-O SCREEN-QUEUE
           END-IF
           IF WS-SC-FILE-STATUS = '00' OR WS-SC-FILE-STATUS = '97'
              MOVE IB-BANK-ID TO SC-FROM-NAME
              MOVE FUNCTION CURRENT-DATE TO SC-TIME-STAMP
              MOVE 'P' TO SC-STATUS
              MOVE WS-HIT-NAME TO SC-HIT-NAME
              MOVE 'INBCRED' TO SC-SOURCE
              MOVE WS-INCOMING-AMOUNT TO WS-SC-AMOUNT-EDIT
              MOVE WS-SC-AMOUNT-EDIT TO SC-AMOUNT
              MOVE IB-CURRENCY TO SC-CURRENCY
              MOVE SPACES TO SC-HASH
              MOVE WS-RS-NAME TO SC-TO-NAME
              MOVE IB-REFERENCE TO SC-REMIT-REF
              WRITE SC-RECORD
              INVALID KEY
                 ADD 1 TO SC-MILIS
                 WRITE SC-RECORD
                 INVALID KEY
                    CONTINUE
                 END-WRITE
              END-WRITE
              MOVE SC-KEY TO IC-SCREEN-KEY
           END-IF
           CLOSE SCREEN-QUEUE.
      *The incoming amount in the payment's currency into the
      *receiving account's own, buy leg in and sell leg out - the
      *same two legs PAYRTN converts with. The receiving ACT-REC is
      *in the buffer when this runs
       CONVERT-TO-CUSTOMER.
           MOVE WS-INCOMING-AMOUNT TO WS-CREDIT-AMOUNT
           IF IB-CURRENCY = ACT-CURRENCY
              CONTINUE
           ELSE
              IF IB-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE IB-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-BUY-EXP
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT / E-BUY-MAN
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT / WS-EXP-FACTOR
                 END-READ
              END-IF
              IF ACT-CURRENCY NOT = DEFAULT-CURRENCY
                 MOVE ACT-CURRENCY TO E-KEY
                 READ EXCHANGE-RATES RECORD KEY E-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    COMPUTE WS-EXP-FACTOR = 10 ** E-EXP
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT * E-MAN
                    COMPUTE WS-CREDIT-AMOUNT ROUNDED
                       = WS-CREDIT-AMOUNT * WS-EXP-FACTOR
                 END-READ
              END-IF
           END-IF.
      *The typed nostro debit leg, remitter's reference carried
       LOG-NOSTRO-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-NOSTRO-NAME TO WS-TR-MY-NAME
           MOVE WS-CREDIT-NAME TO WS-TR-THEIR-NAME
           MOVE "interbank credit" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-INCOMING-AMOUNT
           MOVE IB-CURRENCY TO WS-TR-CURRENCY
           MOVE IB-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - WS-INCOMING-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE IB-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE IB-REFERENCE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           PERFORM WRITE-TRANSFER-LEG.
      *And the receiving account's credit leg
       LOG-CUSTOMER-LEG.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE WS-CREDIT-NAME TO WS-TR-MY-NAME
           MOVE WS-NOSTRO-NAME TO WS-TR-THEIR-NAME
           MOVE "interbank credit" TO WS-TR-TYPE-NAME
           MOVE WS-INCOMING-AMOUNT TO WS-TR-AMOUNT
           MOVE IB-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           MOVE WS-CREDIT-AMOUNT TO WS-TR-OWN-AMOUNT
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE IB-BANK-ID TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE IB-REFERENCE TO WS-TR-REMIT-REF
           MOVE WS-TR-TIME-STAMP(1:8) TO WS-TR-VALUE-DATE
           PERFORM WRITE-TRANSFER-LEG.
      *Several credits through one nostro can land in the same
      *hundredth of a second; the next hundredth keeps them apart
       WRITE-TRANSFER-LEG.
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE.
      *Mirror the credit on the beneficiary's own side for GETRCVD,
      *the same open-append idiom the posting programs use
       LOG-RECEIVED.
           OPEN I-O RECEIVED-CREDITS
           IF WS-RC-FILE-STATUS = '35'
              OPEN OUTPUT RECEIVED-CREDITS
              CLOSE RECEIVED-CREDITS
              OPEN I-O RECEIVED-CREDITS
           END-IF
           MOVE WS-CREDIT-NAME TO RC-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO RC-TIME-STAMP
           MOVE WS-NOSTRO-NAME TO RC-FROM-NAME
           MOVE WS-CREDIT-AMOUNT TO RC-AMOUNT
           MOVE ACT-CURRENCY TO RC-CURRENCY
           MOVE "interbank credit" TO RC-TYPE-NAME
           MOVE IB-REFERENCE TO RC-REMIT-REF
           WRITE RC-RECORD
           INVALID KEY
              ADD 1 TO RC-MILIS
              WRITE RC-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE RECEIVED-CREDITS.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
       JOURNAL-TRANSFER-WRITE.
           MOVE 'T' TO WS-JR-FILE-ID
           MOVE 'W' TO WS-JR-ACTION
           MOVE SPACES TO WS-JR-BEFORE
           MOVE TR-RECORD TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL
           PERFORM INDEX-TRANSFER-WRITE.
      *Put the posting on its business day's index for the daily
      *batches - only once the ledger really holds it
       INDEX-TRANSFER-WRITE.
           IF WS-T-FILE-STATUS = '00'
              MOVE 'A' TO PU-ARG-ACTION
              MOVE TR-KEY TO PU-ARG-TR-KEY
              MOVE SPACES TO PU-ARG-NEW-KEY
              CALL 'PIDXUPD' USING PU-ARG-BUFFER
           END-IF.
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'INBCRED' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE WS-JR-FILE-ID TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
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
              MOVE 'INBCRED' TO SP-REPORT
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
              MOVE 'INBCRED' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'INBCRED' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
      *One line to the central operations event file at the same
      *spot the JSON error prints - an unattended night run that
      *could not open its files must surface on the morning digest.
      *OPSLOG swallows its own failures - recording a failure must
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
