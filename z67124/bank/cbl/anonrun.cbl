      *Nightly batch job: anonymise the customers whose retention
      *period has run out. A closed customer (CU-CLOSED-DATE stamped
      *by MODCUST or CUSTMRG) is kept whole for S-RETENTION-YEARS
      *after closing; from then on its personal data is replaced by
      *placeholders that can not be turned back: the full name reads
      *ANONYMISED and the addresses, birth date, identity document,
      *tax number and guardian go. Every wallet under the identity
      *(ACT-OWNER, or the account's own name when primary) loses its
      *password hash and secondary holder, its saved payees are
      *re-keyed under placeholder nicknames with the destination
      *dropped, and its cards are re-keyed under placeholder card
      *numbers, blocked and expired. Printed documents MAILHOLD kept
      *back for returned mail - a copy of the statement, certificate
      *or renewal letter itself - are deleted from HELDMAIL outright,
      *since no address will ever be put right to release them to.
      *Account names stay - they are the keys every transfer,
      *statement and ledger line hangs off, so the amounts and
      *history stay intact and balance - and the transaction files
      *are not touched at all.
      *A customer is held back, and tried again the next night, while
      *anything is still live against it: a loan not repaid, a card
      *dispute not resolved, a legal hold in force, or money still
      *on a wallet (an estate not yet paid out, or a balance never
      *settled at closing). A closed customer without a closed date
      *(closed before the date was kept) has the clock started from
      *tonight. One AUDITLOG entry per customer anonymised; the run
      *is spooled like the other reports
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    ANONRUN.
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
              FILE STATUS IS WS-CU-FILE-STATUS.
           SELECT USER-ACCOUNTS ASSIGN TO ACCOUNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ACT-NAME
              FILE STATUS IS WS-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LN-KEY
              FILE STATUS IS WS-LN-FILE-STATUS.
           SELECT DISPUTE-CASES ASSIGN TO DISPUTES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-TR-KEY
              FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT LEGAL-HOLDS ASSIGN TO LGLHOLDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-FILE-STATUS.
           SELECT PAYEE-DIRECTORY ASSIGN TO PAYEEDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PY-KEY
              FILE STATUS IS WS-PY-FILE-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-CARD-ID
              FILE STATUS IS WS-CR-FILE-STATUS.
      *Printed documents held back while the customer's mail came
      *back returned
           SELECT HELD-MAIL ASSIGN TO HELDMAIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-KEY
              FILE STATUS IS WS-HM-FILE-STATUS.
      *Business date and the retention period
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Forward-recovery journal - a maintenance REWRITE is as
      *replayable as a posting one
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
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
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  DISPUTE-CASES DATA RECORD IS DP-RECORD.
       COPY disprec.
       FD  LEGAL-HOLDS DATA RECORD IS LH-RECORD.
       COPY lhldrec.
       FD  PAYEE-DIRECTORY DATA RECORD IS PY-RECORD.
       COPY payeerec.
       FD  CARD-MASTER DATA RECORD IS CR-RECORD.
       COPY cardrec.
       FD  HELD-MAIL DATA RECORD IS HM-RECORD.
       COPY heldmail.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RECOVERY-JOURNAL DATA RECORD IS JR-RECORD.
       COPY jrnlrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       COPY spoolcat.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-PY-FILE-STATUS PIC XX.
       01 WS-CR-FILE-STATUS PIC XX.
       01 WS-HM-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-SP-FILE-STATUS PIC XX.
       01 WS-SPC-FILE-STATUS PIC XX.
       01 WS-SPOOL-LINE PIC X(100).
       01 WS-SPOOL-LINE-NO PIC 9(6).
       01 WS-SPOOL-DATE PIC 9(8).
       01 WS-SPOOL-OK PIC X.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-RETENTION-YEARS PIC 9(4) VALUE 5.
      *Closed on or before this day = retention run out
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CHECK-NAME PIC X(9).
       01 WS-HOLD-REASON PIC X(10).
       01 WS-SAVED-KEY PIC X(18).
       01 WS-SAVED-CARD PIC X(16).
       01 WS-PAYEE-SEQ PIC 9(5) VALUE 0.
       01 WS-CARD-SEQ PIC 9(4) VALUE 0.
       01 WS-CLOCKS-STARTED PIC 9(6) VALUE 0.
       01 WS-DEFERRED PIC 9(6) VALUE 0.
       01 WS-ANONYMISED PIC 9(6) VALUE 0.
       01 WS-HELD PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-CLEARED PIC 9(6) VALUE 0.
       01 WS-PAYEES-REPLACED PIC 9(6) VALUE 0.
       01 WS-CARDS-REPLACED PIC 9(6) VALUE 0.
       01 WS-MAIL-REMOVED PIC 9(6) VALUE 0.
      *The customers whose retention has run out, gathered on the
      *first pass so every other file is walked once. More than the
      *table holds are counted as deferred and picked up the next
      *night. WS-CD-HELD names the first thing found still live;
      *spaces = clear to anonymise
       01 WS-CANDIDATES.
           05 WS-CD-COUNT PIC 9(3) VALUE 0.
           05 WS-CD-ENTRY OCCURS 500 TIMES.
               10 WS-CD-NAME PIC X(9).
               10 WS-CD-CLOSED PIC 9(8).
               10 WS-CD-HELD PIC X(10).
               10 WS-CD-WALLETS PIC 9(3).
               10 WS-CD-PAYEES PIC 9(4).
               10 WS-CD-CARDS PIC 9(4).
               10 WS-CD-MAIL PIC 9(4).
       01 WS-CD-IX PIC 9(3).
       01 WS-CD-FOUND PIC 9(3).
      *Every wallet under a candidate, with the candidate it belongs
      *to. The identity itself always heads its own list, so payees
      *and cards left behind by an account deleted at closing are
      *still found
       01 WS-WALLETS.
           05 WS-WT-COUNT PIC 9(4) VALUE 0.
           05 WS-WT-ENTRY OCCURS 2000 TIMES.
               10 WS-WT-NAME PIC X(9).
               10 WS-WT-CAND PIC 9(3).
       01 WS-WT-IX PIC 9(4).
       01 WS-WT-FOUND PIC 9(3).
       01 WS-JOURNAL-STAGING.
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-SETTINGS
           OPEN I-O CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           MOVE LOW-VALUES TO CU-NAME
           START CUSTOMER-MASTER KEY IS >= CU-NAME
           IF WS-CU-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM FIND-CANDIDATES UNTIL WS-EOF = 'Y'

           IF WS-CD-COUNT > 0
              PERFORM GATHER-WALLETS
              PERFORM CHECK-LOANS
              PERFORM CHECK-DISPUTES
              PERFORM CHECK-LEGAL-HOLDS
              PERFORM CLEAR-ACCOUNTS
              PERFORM REPLACE-PAYEES
              PERFORM REPLACE-CARDS
              PERFORM REMOVE-HELD-MAIL
           END-IF

           PERFORM SPOOL-START
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'CUSTOMER ANONYMISATION - CLOSED ON OR BEFORE '
              WS-CUTOFF-DATE DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "RetentionYears":' WS-RETENTION-YEARS ','
           DISPLAY '  "CutoffDate":' WS-CUTOFF-DATE ','
           DISPLAY '  "Customers":['
           MOVE 0 TO WS-CD-IX
           PERFORM ANONYMISE-ONE-CUSTOMER WS-CD-COUNT TIMES
           DISPLAY '  ],'
           CLOSE CUSTOMER-MASTER
           DISPLAY '  "CustomersAnonymised":' WS-ANONYMISED ','
           DISPLAY '  "CustomersHeld":' WS-HELD ','
           DISPLAY '  "CustomersDeferred":' WS-DEFERRED ','
           DISPLAY '  "RetentionStarted":' WS-CLOCKS-STARTED ','
           DISPLAY '  "AccountsCleared":' WS-ACCOUNTS-CLEARED ','
           DISPLAY '  "PayeesReplaced":' WS-PAYEES-REPLACED ','
           DISPLAY '  "CardsReplaced":' WS-CARDS-REPLACED ','
           DISPLAY '  "HeldMailRemoved":' WS-MAIL-REMOVED
           DISPLAY '}'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'ANONYMISED ' WS-ANONYMISED ' HELD ' WS-HELD
              ' DEFERRED ' WS-DEFERRED ' CLOCKS STARTED '
              WS-CLOCKS-STARTED DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE
           PERFORM SPOOL-FINISH
           GOBACK.
      *Business date as every batch reads it, and the retention
      *period counted back from it in whole years
       READ-SETTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              IF FUNCTION TEST-NUMVAL(S-RETENTION-YEARS) = 0
                 COMPUTE WS-RETENTION-YEARS
                    = FUNCTION NUMVAL(S-RETENTION-YEARS)
              END-IF
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           COMPUTE WS-CUTOFF-DATE
              = WS-TODAY - WS-RETENTION-YEARS * 10000.
      *Closed and not yet anonymised. No closed date on file starts
      *the clock tonight rather than guessing at an old closing
       FIND-CANDIDATES.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CU-IS-CLOSED
                         AND (CU-ANON-DATE NOT NUMERIC
                            OR CU-ANON-DATE = 0)
                      PERFORM CHECK-RETENTION
                   END-IF
           END-READ.
       CHECK-RETENTION.
           IF CU-CLOSED-DATE NOT NUMERIC OR CU-CLOSED-DATE = 0
              MOVE WS-TODAY TO CU-CLOSED-DATE
              REWRITE CU-RECORD
              ADD 1 TO WS-CLOCKS-STARTED
           ELSE
              IF CU-CLOSED-DATE <= WS-CUTOFF-DATE
                 IF WS-CD-COUNT < 500
                    ADD 1 TO WS-CD-COUNT
                    MOVE CU-NAME TO WS-CD-NAME(WS-CD-COUNT)
                    MOVE CU-CLOSED-DATE TO WS-CD-CLOSED(WS-CD-COUNT)
                    MOVE SPACES TO WS-CD-HELD(WS-CD-COUNT)
                    MOVE 0 TO WS-CD-WALLETS(WS-CD-COUNT)
                    MOVE 0 TO WS-CD-PAYEES(WS-CD-COUNT)
                    MOVE 0 TO WS-CD-CARDS(WS-CD-COUNT)
                    MOVE 0 TO WS-CD-MAIL(WS-CD-COUNT)
                    PERFORM ADD-IDENTITY-WALLET
                 ELSE
                    ADD 1 TO WS-DEFERRED
                 END-IF
              END-IF
           END-IF.
       ADD-IDENTITY-WALLET.
           IF WS-WT-COUNT < 2000
              ADD 1 TO WS-WT-COUNT
              MOVE CU-NAME TO WS-WT-NAME(WS-WT-COUNT)
              MOVE WS-CD-COUNT TO WS-WT-CAND(WS-WT-COUNT)
           ELSE
              MOVE 'TABLE FULL' TO WS-CD-HELD(WS-CD-COUNT)
           END-IF.
      *Walk every account once: each one under a candidate joins the
      *wallet list, and any money still on it holds the customer
       GATHER-WALLETS.
           OPEN INPUT USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO ACT-NAME
              START USER-ACCOUNTS KEY IS >= ACT-NAME
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM GATHER-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
              CLOSE USER-ACCOUNTS
           END-IF.
       GATHER-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF ACT-OWNER NOT = SPACES
                      MOVE ACT-OWNER TO WS-CHECK-NAME
                   ELSE
                      MOVE ACT-NAME TO WS-CHECK-NAME
                   END-IF
                   PERFORM FIND-CANDIDATE
                   IF WS-CD-FOUND > 0
                      PERFORM ADD-ACCOUNT-WALLET
                   END-IF
           END-READ.
       ADD-ACCOUNT-WALLET.
           ADD 1 TO WS-CD-WALLETS(WS-CD-FOUND)
           IF ACT-BALANCE NOT = 0
              MOVE 'BALANCE' TO WS-HOLD-REASON
              PERFORM HOLD-CANDIDATE
           END-IF
      *The primary account is the identity, already on the list
           IF ACT-NAME NOT = WS-CD-NAME(WS-CD-FOUND)
              IF WS-WT-COUNT < 2000
                 ADD 1 TO WS-WT-COUNT
                 MOVE ACT-NAME TO WS-WT-NAME(WS-WT-COUNT)
                 MOVE WS-CD-FOUND TO WS-WT-CAND(WS-WT-COUNT)
              ELSE
                 MOVE 'TABLE FULL' TO WS-HOLD-REASON
                 PERFORM HOLD-CANDIDATE
              END-IF
           END-IF.
      *A loan still on the book - running, or written off with
      *recoveries still being chased - holds the customer
       CHECK-LOANS.
           OPEN INPUT LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE LOAN-MASTER
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO LN-KEY
              START LOAN-MASTER KEY IS >= LN-KEY
              IF WS-LN-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CHECK-ONE-LOAN UNTIL WS-EOF = 'Y'
              CLOSE LOAN-MASTER
           END-IF.
       CHECK-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF NOT LN-IS-CLOSED
                      MOVE LN-ACCOUNT TO WS-CHECK-NAME
                      PERFORM FIND-WALLET
                      IF WS-WT-FOUND > 0
                         MOVE WS-WT-FOUND TO WS-CD-FOUND
                         MOVE 'LOAN' TO WS-HOLD-REASON
                         PERFORM HOLD-CANDIDATE
                      END-IF
                   END-IF
           END-READ.
      *A dispute open or waiting on the merchant holds the customer
       CHECK-DISPUTES.
           OPEN INPUT DISPUTE-CASES
           IF WS-DP-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE DISPUTE-CASES
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO DP-TR-KEY
              START DISPUTE-CASES KEY IS >= DP-TR-KEY
              IF WS-DP-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CHECK-ONE-DISPUTE UNTIL WS-EOF = 'Y'
              CLOSE DISPUTE-CASES
           END-IF.
       CHECK-ONE-DISPUTE.
           READ DISPUTE-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF DP-IS-OPEN OR DP-MERCH-RESPONDED
                      MOVE DP-ACCOUNT TO WS-CHECK-NAME
                      PERFORM FIND-WALLET
                      IF WS-WT-FOUND > 0
                         MOVE WS-WT-FOUND TO WS-CD-FOUND
                         MOVE 'DISPUTE' TO WS-HOLD-REASON
                         PERFORM HOLD-CANDIDATE
                      END-IF
                   END-IF
           END-READ.
      *A court order in force holds the customer whatever it is for
       CHECK-LEGAL-HOLDS.
           OPEN INPUT LEGAL-HOLDS
           IF WS-LH-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE LEGAL-HOLDS
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO LH-KEY
              START LEGAL-HOLDS KEY IS >= LH-KEY
              IF WS-LH-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CHECK-ONE-HOLD UNTIL WS-EOF = 'Y'
              CLOSE LEGAL-HOLDS
           END-IF.
       CHECK-ONE-HOLD.
           READ LEGAL-HOLDS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LH-IS-ACTIVE
                      MOVE LH-ACCOUNT TO WS-CHECK-NAME
                      PERFORM FIND-WALLET
                      IF WS-WT-FOUND > 0
                         MOVE WS-WT-FOUND TO WS-CD-FOUND
                         MOVE 'LEGAL HOLD' TO WS-HOLD-REASON
                         PERFORM HOLD-CANDIDATE
                      END-IF
                   END-IF
           END-READ.
      *The reason in WS-HOLD-REASON goes against candidate
      *WS-CD-FOUND unless an earlier one already holds it
       HOLD-CANDIDATE.
           IF WS-CD-HELD(WS-CD-FOUND) = SPACES
              MOVE WS-HOLD-REASON TO WS-CD-HELD(WS-CD-FOUND)
           END-IF.
      *Candidate whose name is in WS-CHECK-NAME, 0 if none
       FIND-CANDIDATE.
           MOVE 0 TO WS-CD-FOUND
           MOVE 0 TO WS-CD-IX
           PERFORM FIND-ONE-CANDIDATE WS-CD-COUNT TIMES.
       FIND-ONE-CANDIDATE.
           ADD 1 TO WS-CD-IX
           IF WS-CD-NAME(WS-CD-IX) = WS-CHECK-NAME
              MOVE WS-CD-IX TO WS-CD-FOUND
           END-IF.
      *Candidate owning the wallet named in WS-CHECK-NAME, 0 if none
       FIND-WALLET.
           MOVE 0 TO WS-WT-FOUND
           MOVE 0 TO WS-WT-IX
           PERFORM FIND-ONE-WALLET WS-WT-COUNT TIMES.
       FIND-ONE-WALLET.
           ADD 1 TO WS-WT-IX
           IF WS-WT-NAME(WS-WT-IX) = WS-CHECK-NAME
              MOVE WS-WT-CAND(WS-WT-IX) TO WS-WT-FOUND
           END-IF.
      *Candidate owning the wallet in WS-CHECK-NAME if it is clear
      *to anonymise, 0 otherwise
       FIND-CLEAR-WALLET.
           PERFORM FIND-WALLET
           IF WS-WT-FOUND > 0
              IF WS-CD-HELD(WS-WT-FOUND) NOT = SPACES
                 MOVE 0 TO WS-WT-FOUND
              END-IF
           END-IF.
      *The password hash and secondary holder go from every wallet
      *of a clear customer; each REWRITE journaled like any other
       CLEAR-ACCOUNTS.
           OPEN I-O USER-ACCOUNTS
           IF WS-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE USER-ACCOUNTS
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO ACT-NAME
              START USER-ACCOUNTS KEY IS >= ACT-NAME
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM CLEAR-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
              CLOSE USER-ACCOUNTS
           END-IF.
       CLEAR-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ACT-NAME TO WS-CHECK-NAME
                   PERFORM FIND-CLEAR-WALLET
                   IF WS-WT-FOUND > 0
                      MOVE ACT-REC TO WS-JR-BEFORE
                      MOVE SPACES TO ACT-PASS-HASH
                      MOVE SPACES TO ACT-SECONDARY-NAME
                      REWRITE ACT-REC
                      PERFORM JOURNAL-ACCOUNT-REWRITE
                      ADD 1 TO WS-ACCOUNTS-CLEARED
                   END-IF
           END-READ.
      *A saved payee keeps its place in the owner's directory under a
      *placeholder nickname with the destination dropped. The key
      *changes, so the record goes out and back in and the walk
      *carries on from where it was; a placeholder already there
      *from an earlier run is left alone
       REPLACE-PAYEES.
           OPEN I-O PAYEE-DIRECTORY
           IF WS-PY-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE PAYEE-DIRECTORY
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO PY-KEY
              START PAYEE-DIRECTORY KEY IS >= PY-KEY
              IF WS-PY-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM REPLACE-ONE-PAYEE UNTIL WS-EOF = 'Y'
              CLOSE PAYEE-DIRECTORY
           END-IF.
       REPLACE-ONE-PAYEE.
           READ PAYEE-DIRECTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PY-NICKNAME(1:4) NOT = 'ANON'
                      MOVE PY-OWNER TO WS-CHECK-NAME
                      PERFORM FIND-CLEAR-WALLET
                      IF WS-WT-FOUND > 0
                         PERFORM REKEY-PAYEE
                      END-IF
                   END-IF
           END-READ.
       REKEY-PAYEE.
           MOVE PY-KEY TO WS-SAVED-KEY
           DELETE PAYEE-DIRECTORY RECORD
           ADD 1 TO WS-PAYEE-SEQ
           STRING 'ANON' WS-PAYEE-SEQ DELIMITED BY SIZE
              INTO PY-NICKNAME
           MOVE SPACES TO PY-ACCOUNT
           WRITE PY-RECORD
           INVALID KEY
              ADD 1 TO WS-PAYEE-SEQ
              STRING 'ANON' WS-PAYEE-SEQ DELIMITED BY SIZE
                 INTO PY-NICKNAME
              WRITE PY-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           ADD 1 TO WS-CD-PAYEES(WS-WT-FOUND)
           ADD 1 TO WS-PAYEES-REPLACED
           MOVE WS-SAVED-KEY TO PY-KEY
           START PAYEE-DIRECTORY KEY IS > PY-KEY
           IF WS-PY-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF.
      *A card is re-keyed under a placeholder number, blocked and
      *expired, so the real card number is nowhere on file while the
      *authorization history still finds a card behind its items
       REPLACE-CARDS.
           OPEN I-O CARD-MASTER
           IF WS-CR-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE CARD-MASTER
           ELSE
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CR-CARD-ID
              START CARD-MASTER KEY IS >= CR-CARD-ID
              IF WS-CR-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM REPLACE-ONE-CARD UNTIL WS-EOF = 'Y'
              CLOSE CARD-MASTER
           END-IF.
       REPLACE-ONE-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF CR-CARD-ID(1:4) NOT = 'ANON'
                      MOVE CR-ACCOUNT TO WS-CHECK-NAME
                      PERFORM FIND-CLEAR-WALLET
                      IF WS-WT-FOUND > 0
                         PERFORM REKEY-CARD
                      END-IF
                   END-IF
           END-READ.
       REKEY-CARD.
           MOVE CR-CARD-ID TO WS-SAVED-CARD
           DELETE CARD-MASTER RECORD
           ADD 1 TO WS-CARD-SEQ
           STRING 'ANON' WS-TODAY WS-CARD-SEQ DELIMITED BY SIZE
              INTO CR-CARD-ID
           MOVE 'B' TO CR-STATUS
           MOVE 0 TO CR-EXPIRY
           WRITE CR-RECORD
           INVALID KEY
              ADD 1 TO WS-CARD-SEQ
              STRING 'ANON' WS-TODAY WS-CARD-SEQ DELIMITED BY SIZE
                 INTO CR-CARD-ID
              WRITE CR-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           ADD 1 TO WS-CD-CARDS(WS-WT-FOUND)
           ADD 1 TO WS-CARDS-REPLACED
           MOVE WS-SAVED-CARD TO CR-CARD-ID
           START CARD-MASTER KEY IS > CR-CARD-ID
           IF WS-CR-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF.
      *Held documents are keyed on the identity, so each clear
      *customer's items are one keyed stretch of the file. Held or
      *already released, every one goes: the document text and its
      *figures are the customer's data, and the identity will never
      *have an address put right again
       REMOVE-HELD-MAIL.
           OPEN I-O HELD-MAIL
           IF WS-HM-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE HELD-MAIL
           ELSE
              MOVE 0 TO WS-CD-IX
              PERFORM REMOVE-MAIL-ONE-CUSTOMER WS-CD-COUNT TIMES
              CLOSE HELD-MAIL
           END-IF.
       REMOVE-MAIL-ONE-CUSTOMER.
           ADD 1 TO WS-CD-IX
           IF WS-CD-HELD(WS-CD-IX) = SPACES
              MOVE 'N' TO WS-EOF
              MOVE WS-CD-NAME(WS-CD-IX) TO HM-CUSTOMER
              MOVE LOW-VALUES TO HM-TIME-STAMP
              START HELD-MAIL KEY IS >= HM-KEY
              IF WS-HM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM REMOVE-ONE-HELD-ITEM UNTIL WS-EOF = 'Y'
           END-IF.
       REMOVE-ONE-HELD-ITEM.
           READ HELD-MAIL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HM-CUSTOMER NOT = WS-CD-NAME(WS-CD-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      DELETE HELD-MAIL RECORD
                      ADD 1 TO WS-CD-MAIL(WS-CD-IX)
                      ADD 1 TO WS-MAIL-REMOVED
                   END-IF
           END-READ.
      *Last of all the customer record itself, so a run that dies
      *part way leaves the customer un-stamped and the next night
      *finishes the job (the placeholders already written are
      *passed over). A held customer is only reported
       ANONYMISE-ONE-CUSTOMER.
           ADD 1 TO WS-CD-IX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Customer":"' WS-CD-NAME(WS-CD-IX) '",'
           DISPLAY '    "ClosedDate":' WS-CD-CLOSED(WS-CD-IX) ','
           IF WS-CD-HELD(WS-CD-IX) NOT = SPACES
              ADD 1 TO WS-HELD
              DISPLAY '    "Result":"Held",'
              DISPLAY '    "HeldBy":"'
                 FUNCTION TRIM(WS-CD-HELD(WS-CD-IX)) '"'
              MOVE SPACES TO WS-SPOOL-LINE
              STRING WS-CD-NAME(WS-CD-IX) ' CLOSED '
                 WS-CD-CLOSED(WS-CD-IX) ' HELD - '
                 WS-CD-HELD(WS-CD-IX)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           ELSE
              PERFORM ANONYMISE-CUSTOMER-RECORD
              DISPLAY '    "Result":"Anonymised",'
              DISPLAY '    "Wallets":' WS-CD-WALLETS(WS-CD-IX) ','
              DISPLAY '    "Payees":' WS-CD-PAYEES(WS-CD-IX) ','
              DISPLAY '    "Cards":' WS-CD-CARDS(WS-CD-IX) ','
              DISPLAY '    "HeldMail":' WS-CD-MAIL(WS-CD-IX)
              MOVE SPACES TO WS-SPOOL-LINE
              STRING WS-CD-NAME(WS-CD-IX) ' CLOSED '
                 WS-CD-CLOSED(WS-CD-IX) ' ANONYMISED WALLETS '
                 WS-CD-WALLETS(WS-CD-IX) ' PAYEES '
                 WS-CD-PAYEES(WS-CD-IX) ' CARDS '
                 WS-CD-CARDS(WS-CD-IX) ' HELD MAIL '
                 WS-CD-MAIL(WS-CD-IX)
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
           END-IF
           DISPLAY '  }'
           PERFORM SPOOL-LINE.
       ANONYMISE-CUSTOMER-RECORD.
           MOVE WS-CD-NAME(WS-CD-IX) TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'ANONYMISED' TO CU-FULL-NAME
              MOVE SPACES TO CU-ADDRESS-1
              MOVE SPACES TO CU-ADDRESS-2
              MOVE 0 TO CU-BIRTH-DATE
              MOVE SPACES TO CU-ID-DOC-REF
              MOVE SPACES TO CU-TIN
              MOVE SPACES TO CU-GUARDIAN
              MOVE 0 TO CU-MAJORITY-DATE
              MOVE WS-TODAY TO CU-ANON-DATE
              REWRITE CU-RECORD
              ADD 1 TO WS-ANONYMISED
              PERFORM LOG-AUDIT
           END-READ.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'R' TO WS-JR-ACTION
           MOVE ACT-REC TO WS-JR-AFTER
           PERFORM WRITE-JOURNAL.
      *Append one before/after image pair, the same open-append
      *idiom TRNSFR's posting journal uses
       WRITE-JOURNAL.
           OPEN EXTEND RECOVERY-JOURNAL
           IF WS-JR-FILE-STATUS = '35'
              OPEN OUTPUT RECOVERY-JOURNAL
           END-IF
           MOVE 'ANONRUN' TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE TO JR-TIME-STAMP
           MOVE 'A' TO JR-FILE-ID
           MOVE WS-JR-ACTION TO JR-ACTION
           MOVE WS-JR-BEFORE TO JR-BEFORE
           MOVE WS-JR-AFTER TO JR-AFTER
           WRITE JR-RECORD
           CLOSE RECOVERY-JOURNAL.
      *Same append-only idiom as the other audit writers, under the
      *batch job's own name. Several customers go in quick
      *succession, so a clash on the millisecond moves on one
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE 'ANONRUN  ' TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'ANONRUN' TO AU-PROGRAM
           MOVE CU-NAME TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           STRING 'CLOSED ' WS-CD-CLOSED(WS-CD-IX)
              DELIMITED BY SIZE INTO AU-BEFORE
           MOVE SPACES TO AU-AFTER
           STRING 'ANONYMISED W=' WS-CD-WALLETS(WS-CD-IX)
              ' P=' WS-CD-PAYEES(WS-CD-IX)
              ' C=' WS-CD-CARDS(WS-CD-IX)
              ' M=' WS-CD-MAIL(WS-CD-IX)
              DELIMITED BY SIZE INTO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              ADD 1 TO AU-MILIS
              WRITE AU-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE AUDIT-LOG.
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
              MOVE 'ANONRUN' TO SP-REPORT
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
              MOVE 'ANONRUN' TO SPC-REPORT
              MOVE WS-SPOOL-DATE TO SPC-DATE
              MOVE 'ANONRUN' TO SPC-PROGRAM
              MOVE WS-SPOOL-LINE-NO TO SPC-LINES
              MOVE FUNCTION CURRENT-DATE TO SPC-CREATED
              WRITE SPC-RECORD
              INVALID KEY
                 REWRITE SPC-RECORD
              END-WRITE
           END-IF
           CLOSE REPORT-SPOOL
           CLOSE REPORT-CATALOG.
