      *Data subject access extract: everything held on one customer
      *identity, in one file, for the privacy request compliance used
      *to assemble by hand from GETCUST, GETACCT, GETTRFS, GETHIST and
      *the loan and card inquiries. The identity's customer record,
      *then every wallet under it (ACT-OWNER, or the account's own
      *name when primary) and everything hanging off those wallets:
      *live and archived transfer legs, received credits, cards,
      *loans, term deposits, payees, direct debit mandates, powers of
      *attorney (on its accounts, or held by it over someone else's),
      *complaints, screening queue entries, notification events and
      *printed documents held back for returned mail.
      *Each source is a section - a header line, the records, and a
      *trailer with the count - and a summary of every count closes
      *the file. Records travel as their own images, byte for byte
      *as BKPSNAP copies them, so the source copybook describes each
      *detail line and nothing is lost in a reformat. Supervisor work
      *and audited: who pulled whose data is itself personal data
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    DSAREXT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT USER-TRANSFERS ASSIGN TO TRANSFER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-T-FILE-STATUS.
           SELECT RECEIVED-CREDITS ASSIGN TO RCVDFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RC-KEY
              FILE STATUS IS WS-RC-FILE-STATUS.
           SELECT TRANSFER-ARCHIVE ASSIGN TO TRANARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TRA-KEY
              FILE STATUS IS WS-A-FILE-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CR-CARD-ID
              FILE STATUS IS WS-CR-FILE-STATUS.
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
           SELECT PAYEE-DIRECTORY ASSIGN TO PAYEEDIR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PY-KEY
              FILE STATUS IS WS-PY-FILE-STATUS.
           SELECT DD-MANDATES ASSIGN TO DDMAND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MD-KEY
              FILE STATUS IS WS-MD-FILE-STATUS.
           SELECT POA-REGISTER ASSIGN TO POAFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PO-KEY
              FILE STATUS IS WS-PO-FILE-STATUS.
           SELECT COMPLAINT-CASES ASSIGN TO COMPLNTS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-CASE-ID
              FILE STATUS IS WS-CM-FILE-STATUS.
           SELECT SCREEN-QUEUE ASSIGN TO SCRNQ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SC-KEY
              FILE STATUS IS WS-SC-FILE-STATUS.
           SELECT NOTIFY-OUTBOX ASSIGN TO OUTBOX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OB-KEY
              FILE STATUS IS WS-OB-FILE-STATUS.
      *Printed documents held back while the customer's mail came
      *back returned
           SELECT HELD-MAIL ASSIGN TO HELDMAIL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HM-KEY
              FILE STATUS IS WS-HM-FILE-STATUS.
      *Operator master - the role gate for this sensitive program
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *Administrative action audit trail, append only
           SELECT AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS AU-KEY
              FILE STATUS IS WS-AU-FILE-STATUS.
      *The extract handed to compliance
           SELECT DSAR-EXTRACT ASSIGN TO DSARFILE
              FILE STATUS IS WS-X-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CUSTOMER-MASTER DATA RECORD IS CU-RECORD.
       COPY custrec.
       FD  USER-ACCOUNTS DATA RECORD IS ACT-REC.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  RECEIVED-CREDITS DATA RECORD IS RC-RECORD.
       COPY rcvrec.
       FD  TRANSFER-ARCHIVE DATA RECORD IS TRA-RECORD.
       COPY trnarch.
       FD  CARD-MASTER DATA RECORD IS CR-RECORD.
       COPY cardrec.
       FD  LOAN-MASTER DATA RECORD IS LN-RECORD.
       COPY loanrec.
       FD  TERM-DEPOSITS DATA RECORD IS TD-RECORD.
       COPY termrec.
       FD  PAYEE-DIRECTORY DATA RECORD IS PY-RECORD.
       COPY payeerec.
       FD  DD-MANDATES DATA RECORD IS MD-RECORD.
       COPY ddmand.
       FD  POA-REGISTER DATA RECORD IS PO-RECORD.
       COPY poarec.
       FD  COMPLAINT-CASES DATA RECORD IS CM-RECORD.
       COPY complrec.
       FD  SCREEN-QUEUE DATA RECORD IS SC-RECORD.
       COPY scrnrec.
       FD  NOTIFY-OUTBOX DATA RECORD IS OB-RECORD.
       COPY outbox.
       FD  HELD-MAIL DATA RECORD IS HM-RECORD.
       COPY heldmail.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
       FD  AUDIT-LOG DATA RECORD IS AU-RECORD.
       COPY auditlog.
      *Every line: the source file's DD name, the line kind
      *(H section header, D record image, T section trailer with its
      *count, S closing summary) and the data
       FD  DSAR-EXTRACT RECORDING MODE F.
       01  DX-LINE.
           05 DX-SOURCE PIC X(8).
           05 FILLER PIC X(1).
           05 DX-KIND PIC X(1).
           05 FILLER PIC X(1).
           05 DX-DATA PIC X(300).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-RC-FILE-STATUS PIC XX.
       01 WS-A-FILE-STATUS PIC XX.
       01 WS-CR-FILE-STATUS PIC XX.
       01 WS-LN-FILE-STATUS PIC XX.
       01 WS-TD-FILE-STATUS PIC XX.
       01 WS-PY-FILE-STATUS PIC XX.
       01 WS-MD-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS PIC XX.
       01 WS-CM-FILE-STATUS PIC XX.
       01 WS-SC-FILE-STATUS PIC XX.
       01 WS-OB-FILE-STATUS PIC XX.
       01 WS-HM-FILE-STATUS PIC XX.
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-X-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-CUSTOMER PIC X(9).
       01 WS-TODAY PIC 9(8).
       01 WS-EOF PIC X.
       01 WS-OPEN-STATUS PIC XX.
       01 WS-DETAIL-IMAGE PIC X(300).
       01 WS-TOTAL PIC 9(7) VALUE 0.
       01 WS-COUNT-EDIT PIC Z(6)9.
      *The identity itself and every wallet under it - the keys the
      *rest of the extract is gathered on. The identity always takes
      *the first slot, so notices and complaints raised against the
      *bare identity are found even when no account carries its name
       01 WS-WALLETS.
           05 WS-WL-COUNT PIC 9(3) VALUE 0.
           05 WS-WL-NAME PIC X(9) OCCURS 200 TIMES.
       01 WS-WL-IX PIC 9(3).
       01 WS-CHECK-NAME PIC X(9).
       01 WS-IN-LIST PIC X.
      *One slot per source, in the order the sections are written
       01 WS-SOURCE-LIST.
           05 FILLER PIC X(8) VALUE 'CUSTMAST'.
           05 FILLER PIC X(8) VALUE 'ACCOUNTS'.
           05 FILLER PIC X(8) VALUE 'TRANSFER'.
           05 FILLER PIC X(8) VALUE 'TRANARCH'.
           05 FILLER PIC X(8) VALUE 'RCVDFILE'.
           05 FILLER PIC X(8) VALUE 'CARDMAST'.
           05 FILLER PIC X(8) VALUE 'LOANMAST'.
           05 FILLER PIC X(8) VALUE 'TERMDEP'.
           05 FILLER PIC X(8) VALUE 'PAYEEDIR'.
           05 FILLER PIC X(8) VALUE 'DDMAND'.
           05 FILLER PIC X(8) VALUE 'POAFILE'.
           05 FILLER PIC X(8) VALUE 'COMPLNTS'.
           05 FILLER PIC X(8) VALUE 'SCRNQ'.
           05 FILLER PIC X(8) VALUE 'OUTBOX'.
           05 FILLER PIC X(8) VALUE 'HELDMAIL'.
       01 WS-SOURCE-TABLE REDEFINES WS-SOURCE-LIST.
           05 WS-SOURCE-NAME PIC X(8) OCCURS 15 TIMES.
       01 WS-SOURCE-COUNTS.
           05 WS-SOURCE-COUNT PIC 9(7) OCCURS 15 TIMES.
       01 WS-SRC PIC 99.
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-RECORD.
      *Customer identity the request was made for
              10 ARG-CUSTOMER PIC X(9).
              10 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE ARG-CUSTOMER TO WS-CUSTOMER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator not authorised"'
              DISPLAY '}'
              GOBACK
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CU-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Customer file error ' WS-CU-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           MOVE WS-CUSTOMER TO CU-NAME
           READ CUSTOMER-MASTER RECORD KEY CU-NAME
           INVALID KEY
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Customer ' WS-CUSTOMER
                 ' not found"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-READ
           OPEN OUTPUT DSAR-EXTRACT
           IF WS-X-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '  "error":"Extract file error ' WS-X-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF
           INITIALIZE WS-SOURCE-COUNTS
           MOVE 1 TO WS-WL-COUNT
           MOVE WS-CUSTOMER TO WS-WL-NAME(1)

           MOVE 1 TO WS-SRC
           MOVE '00' TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           MOVE CU-RECORD TO WS-DETAIL-IMAGE
           PERFORM WRITE-DETAIL
           PERFORM SECTION-TRAILER
           CLOSE CUSTOMER-MASTER

           PERFORM EXTRACT-ACCOUNTS
           PERFORM EXTRACT-TRANSFERS
           PERFORM EXTRACT-ARCHIVE
           PERFORM EXTRACT-RECEIVED
           PERFORM EXTRACT-CARDS
           PERFORM EXTRACT-LOANS
           PERFORM EXTRACT-TERM-DEPOSITS
           PERFORM EXTRACT-PAYEES
           PERFORM EXTRACT-MANDATES
           PERFORM EXTRACT-POA
           PERFORM EXTRACT-COMPLAINTS
           PERFORM EXTRACT-SCREENING
           PERFORM EXTRACT-OUTBOX
           PERFORM EXTRACT-HELD-MAIL

           PERFORM WRITE-SUMMARY
              VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 15
           MOVE SPACES TO DX-LINE
           MOVE 'TOTAL' TO DX-SOURCE
           MOVE 'S' TO DX-KIND
           MOVE WS-TOTAL TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO DX-DATA
           WRITE DX-LINE
           CLOSE DSAR-EXTRACT
           PERFORM LOG-AUDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "Customer":"' WS-CUSTOMER '",'
           DISPLAY '  "Wallets":' WS-WL-COUNT ','
           DISPLAY '  "Sections":['
           PERFORM DISPLAY-ONE-SOURCE
              VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 15
           DISPLAY '  ],'
           DISPLAY '  "RecordsExtracted":' WS-TOTAL
           DISPLAY '}'
           GOBACK.
       DISPLAY-ONE-SOURCE.
           IF WS-SRC > 1
              DISPLAY '  ,'
           END-IF
           DISPLAY '  {'
           DISPLAY '    "Source":"'
              FUNCTION TRIM(WS-SOURCE-NAME(WS-SRC)) '",'
           DISPLAY '    "Records":' WS-SOURCE-COUNT(WS-SRC)
           DISPLAY '  }'.
      *--- Wallets: the primary account carrying the identity's own
      *name and every account whose ACT-OWNER is the identity
       EXTRACT-ACCOUNTS.
           MOVE 2 TO WS-SRC
           OPEN INPUT USER-ACCOUNTS
           MOVE WS-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-FILE-STATUS = '00' OR WS-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO ACT-NAME
              START USER-ACCOUNTS KEY IS >= ACT-NAME
              IF WS-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM SCAN-ONE-ACCOUNT UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE USER-ACCOUNTS
           PERFORM SECTION-TRAILER.
       SCAN-ONE-ACCOUNT.
           READ USER-ACCOUNTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF (ACT-NAME = WS-CUSTOMER AND ACT-OWNER = SPACES)
                         OR ACT-OWNER = WS-CUSTOMER
                      MOVE ACT-REC TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                      IF ACT-NAME NOT = WS-CUSTOMER
                            AND WS-WL-COUNT < 200
                         ADD 1 TO WS-WL-COUNT
                         MOVE ACT-NAME TO WS-WL-NAME(WS-WL-COUNT)
                      END-IF
                   END-IF
           END-READ.
      *--- Live transfer legs, walked wallet by wallet on the key
       EXTRACT-TRANSFERS.
           MOVE 3 TO WS-SRC
           OPEN INPUT USER-TRANSFERS
           MOVE WS-T-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-T-FILE-STATUS = '00' OR WS-T-FILE-STATUS = '97'
              PERFORM TRANSFERS-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE USER-TRANSFERS
           PERFORM SECTION-TRAILER.
       TRANSFERS-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TR-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO TR-MY-NAME
           START USER-TRANSFERS KEY IS >= TR-KEY
           IF WS-T-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-TRANSFER UNTIL WS-EOF = 'Y'.
       READ-ONE-TRANSFER.
           READ USER-TRANSFERS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TR-MY-NAME NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE TR-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Legs ARCHTRN has moved out of the live file
       EXTRACT-ARCHIVE.
           MOVE 4 TO WS-SRC
           OPEN INPUT TRANSFER-ARCHIVE
           MOVE WS-A-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-A-FILE-STATUS = '00' OR WS-A-FILE-STATUS = '97'
              PERFORM ARCHIVE-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE TRANSFER-ARCHIVE
           PERFORM SECTION-TRAILER.
       ARCHIVE-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO TRA-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO TRA-MY-NAME
           START TRANSFER-ARCHIVE KEY IS >= TRA-KEY
           IF WS-A-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-ARCHIVED UNTIL WS-EOF = 'Y'.
       READ-ONE-ARCHIVED.
           READ TRANSFER-ARCHIVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TRA-MY-NAME NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE TRA-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Received-credit history, as GETRCVD reads it
       EXTRACT-RECEIVED.
           MOVE 5 TO WS-SRC
           OPEN INPUT RECEIVED-CREDITS
           MOVE WS-RC-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-RC-FILE-STATUS = '00' OR WS-RC-FILE-STATUS = '97'
              PERFORM RECEIVED-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE RECEIVED-CREDITS
           PERFORM SECTION-TRAILER.
       RECEIVED-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO RC-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO RC-ACCOUNT
           START RECEIVED-CREDITS KEY IS >= RC-KEY
           IF WS-RC-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-RECEIVED UNTIL WS-EOF = 'Y'.
       READ-ONE-RECEIVED.
           READ RECEIVED-CREDITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF RC-ACCOUNT NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE RC-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Cards are keyed on the card number, so the whole master
      *is walked for the ones issued on a wallet
       EXTRACT-CARDS.
           MOVE 6 TO WS-SRC
           OPEN INPUT CARD-MASTER
           MOVE WS-CR-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-CR-FILE-STATUS = '00' OR WS-CR-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CR-CARD-ID
              START CARD-MASTER KEY IS >= CR-CARD-ID
              IF WS-CR-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM READ-ONE-CARD UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE CARD-MASTER
           PERFORM SECTION-TRAILER.
       READ-ONE-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CR-ACCOUNT TO WS-CHECK-NAME
                   PERFORM CHECK-WALLET
                   IF WS-IN-LIST = 'Y'
                      MOVE CR-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Loans, keyed account then sequence
       EXTRACT-LOANS.
           MOVE 7 TO WS-SRC
           OPEN INPUT LOAN-MASTER
           MOVE WS-LN-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-LN-FILE-STATUS = '00' OR WS-LN-FILE-STATUS = '97'
              PERFORM LOANS-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE LOAN-MASTER
           PERFORM SECTION-TRAILER.
       LOANS-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE WS-WL-NAME(WS-WL-IX) TO LN-ACCOUNT
           MOVE 0 TO LN-SEQ
           START LOAN-MASTER KEY IS >= LN-KEY
           IF WS-LN-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-LOAN UNTIL WS-EOF = 'Y'.
       READ-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-ACCOUNT NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE LN-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Term deposits, keyed account then sequence
       EXTRACT-TERM-DEPOSITS.
           MOVE 8 TO WS-SRC
           OPEN INPUT TERM-DEPOSITS
           MOVE WS-TD-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-TD-FILE-STATUS = '00' OR WS-TD-FILE-STATUS = '97'
              PERFORM DEPOSITS-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE TERM-DEPOSITS
           PERFORM SECTION-TRAILER.
       DEPOSITS-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE WS-WL-NAME(WS-WL-IX) TO TD-ACCOUNT
           MOVE 0 TO TD-SEQ
           START TERM-DEPOSITS KEY IS >= TD-KEY
           IF WS-TD-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-DEPOSIT UNTIL WS-EOF = 'Y'.
       READ-ONE-DEPOSIT.
           READ TERM-DEPOSITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF TD-ACCOUNT NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE TD-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Saved payees, keyed on the owning account
       EXTRACT-PAYEES.
           MOVE 9 TO WS-SRC
           OPEN INPUT PAYEE-DIRECTORY
           MOVE WS-PY-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-PY-FILE-STATUS = '00' OR WS-PY-FILE-STATUS = '97'
              PERFORM PAYEES-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE PAYEE-DIRECTORY
           PERFORM SECTION-TRAILER.
       PAYEES-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO PY-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO PY-OWNER
           START PAYEE-DIRECTORY KEY IS >= PY-KEY
           IF WS-PY-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-PAYEE UNTIL WS-EOF = 'Y'.
       READ-ONE-PAYEE.
           READ PAYEE-DIRECTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF PY-OWNER NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE PY-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Direct debit mandates the wallets have signed as debtor
       EXTRACT-MANDATES.
           MOVE 10 TO WS-SRC
           OPEN INPUT DD-MANDATES
           MOVE WS-MD-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-MD-FILE-STATUS = '00' OR WS-MD-FILE-STATUS = '97'
              PERFORM MANDATES-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE DD-MANDATES
           PERFORM SECTION-TRAILER.
       MANDATES-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO MD-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO MD-DEBTOR
           START DD-MANDATES KEY IS >= MD-KEY
           IF WS-MD-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-MANDATE UNTIL WS-EOF = 'Y'.
       READ-ONE-MANDATE.
           READ DD-MANDATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MD-DEBTOR NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE MD-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Powers of attorney, both ways round: granted over one of
      *the wallets, or held by the identity over someone else's
      *account. The second needs the whole register walked
       EXTRACT-POA.
           MOVE 11 TO WS-SRC
           OPEN INPUT POA-REGISTER
           MOVE WS-PO-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-PO-FILE-STATUS = '00' OR WS-PO-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO PO-KEY
              START POA-REGISTER KEY IS >= PO-KEY
              IF WS-PO-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM READ-ONE-POA UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE POA-REGISTER
           PERFORM SECTION-TRAILER.
       READ-ONE-POA.
           READ POA-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE PO-ACCOUNT TO WS-CHECK-NAME
                   PERFORM CHECK-WALLET
                   IF WS-IN-LIST = 'N'
                      MOVE PO-ATTORNEY TO WS-CHECK-NAME
                      PERFORM CHECK-WALLET
                   END-IF
                   IF WS-IN-LIST = 'Y'
                      MOVE PO-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Complaint cases, keyed on the case id
       EXTRACT-COMPLAINTS.
           MOVE 12 TO WS-SRC
           OPEN INPUT COMPLAINT-CASES
           MOVE WS-CM-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-CM-FILE-STATUS = '00' OR WS-CM-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO CM-CASE-ID
              START COMPLAINT-CASES KEY IS >= CM-CASE-ID
              IF WS-CM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM READ-ONE-COMPLAINT UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE COMPLAINT-CASES
           PERFORM SECTION-TRAILER.
       READ-ONE-COMPLAINT.
           READ COMPLAINT-CASES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE CM-CUSTOMER TO WS-CHECK-NAME
                   PERFORM CHECK-WALLET
                   IF WS-IN-LIST = 'Y'
                      MOVE CM-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Screening queue: a wallet as payer, payee or the name the
      *blocklist hit on
       EXTRACT-SCREENING.
           MOVE 13 TO WS-SRC
           OPEN INPUT SCREEN-QUEUE
           MOVE WS-SC-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-SC-FILE-STATUS = '00' OR WS-SC-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE LOW-VALUES TO SC-KEY
              START SCREEN-QUEUE KEY IS >= SC-KEY
              IF WS-SC-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM READ-ONE-SCREENING UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE SCREEN-QUEUE
           PERFORM SECTION-TRAILER.
       READ-ONE-SCREENING.
           READ SCREEN-QUEUE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE SC-FROM-NAME TO WS-CHECK-NAME
                   PERFORM CHECK-WALLET
                   IF WS-IN-LIST = 'N'
                      MOVE SC-TO-NAME TO WS-CHECK-NAME
                      PERFORM CHECK-WALLET
                   END-IF
                   IF WS-IN-LIST = 'N'
                      MOVE SC-HIT-NAME TO WS-CHECK-NAME
                      PERFORM CHECK-WALLET
                   END-IF
                   IF WS-IN-LIST = 'Y'
                      MOVE SC-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Notification events, sent or still waiting for NOTIFMT
       EXTRACT-OUTBOX.
           MOVE 14 TO WS-SRC
           OPEN INPUT NOTIFY-OUTBOX
           MOVE WS-OB-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-OB-FILE-STATUS = '00' OR WS-OB-FILE-STATUS = '97'
              PERFORM OUTBOX-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF
           CLOSE NOTIFY-OUTBOX
           PERFORM SECTION-TRAILER.
       OUTBOX-ONE-WALLET.
           MOVE 'N' TO WS-EOF
           MOVE LOW-VALUES TO OB-KEY
           MOVE WS-WL-NAME(WS-WL-IX) TO OB-ACCOUNT
           START NOTIFY-OUTBOX KEY IS >= OB-KEY
           IF WS-OB-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM READ-ONE-EVENT UNTIL WS-EOF = 'Y'.
       READ-ONE-EVENT.
           READ NOTIFY-OUTBOX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF OB-ACCOUNT NOT = WS-WL-NAME(WS-WL-IX)
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE OB-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *--- Documents MAILHOLD kept out of the print run, keyed on
      *the identity itself whichever wallet they were about
       EXTRACT-HELD-MAIL.
           MOVE 15 TO WS-SRC
           OPEN INPUT HELD-MAIL
           MOVE WS-HM-FILE-STATUS TO WS-OPEN-STATUS
           PERFORM SECTION-HEADER
           IF WS-HM-FILE-STATUS = '00' OR WS-HM-FILE-STATUS = '97'
              MOVE 'N' TO WS-EOF
              MOVE WS-CUSTOMER TO HM-CUSTOMER
              MOVE LOW-VALUES TO HM-TIME-STAMP
              START HELD-MAIL KEY IS >= HM-KEY
              IF WS-HM-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
              PERFORM READ-ONE-HELD-ITEM UNTIL WS-EOF = 'Y'
           END-IF
           CLOSE HELD-MAIL
           PERFORM SECTION-TRAILER.
       READ-ONE-HELD-ITEM.
           READ HELD-MAIL NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF HM-CUSTOMER NOT = WS-CUSTOMER
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      MOVE HM-RECORD TO WS-DETAIL-IMAGE
                      PERFORM WRITE-DETAIL
                   END-IF
           END-READ.
      *Is WS-CHECK-NAME the identity or one of its wallets
       CHECK-WALLET.
           MOVE 'N' TO WS-IN-LIST
           IF WS-CHECK-NAME NOT = SPACES
              PERFORM CHECK-ONE-WALLET
                 VARYING WS-WL-IX FROM 1 BY 1
                 UNTIL WS-WL-IX > WS-WL-COUNT
           END-IF.
       CHECK-ONE-WALLET.
           IF WS-WL-NAME(WS-WL-IX) = WS-CHECK-NAME
              MOVE 'Y' TO WS-IN-LIST
           END-IF.
      *Extract plumbing. A source file that will not open still gets
      *its section, saying so, so the reader can tell "nothing held"
      *from "not looked at"
       SECTION-HEADER.
           MOVE SPACES TO DX-LINE
           MOVE WS-SOURCE-NAME(WS-SRC) TO DX-SOURCE
           MOVE 'H' TO DX-KIND
           IF WS-OPEN-STATUS = '00' OR WS-OPEN-STATUS = '97'
              STRING 'CUSTOMER ' WS-CUSTOMER ' EXTRACTED ' WS-TODAY
                 DELIMITED BY SIZE INTO DX-DATA
           ELSE
              STRING 'CUSTOMER ' WS-CUSTOMER ' FILE NOT AVAILABLE '
                 WS-OPEN-STATUS
                 DELIMITED BY SIZE INTO DX-DATA
           END-IF
           WRITE DX-LINE.
       WRITE-DETAIL.
           MOVE SPACES TO DX-LINE
           MOVE WS-SOURCE-NAME(WS-SRC) TO DX-SOURCE
           MOVE 'D' TO DX-KIND
           MOVE WS-DETAIL-IMAGE TO DX-DATA
           WRITE DX-LINE
           ADD 1 TO WS-SOURCE-COUNT(WS-SRC)
           ADD 1 TO WS-TOTAL
           MOVE SPACES TO WS-DETAIL-IMAGE.
       SECTION-TRAILER.
           MOVE SPACES TO DX-LINE
           MOVE WS-SOURCE-NAME(WS-SRC) TO DX-SOURCE
           MOVE 'T' TO DX-KIND
           MOVE WS-SOURCE-COUNT(WS-SRC) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO DX-DATA
           WRITE DX-LINE.
       WRITE-SUMMARY.
           MOVE SPACES TO DX-LINE
           MOVE WS-SOURCE-NAME(WS-SRC) TO DX-SOURCE
           MOVE 'S' TO DX-KIND
           MOVE WS-SOURCE-COUNT(WS-SRC) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO DX-DATA
           WRITE DX-LINE.
      *Same append-only idiom as the other audit writers
       LOG-AUDIT.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'DSAREXT' TO AU-PROGRAM
           MOVE WS-CUSTOMER TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE WS-TOTAL TO WS-COUNT-EDIT
           MOVE SPACES TO AU-AFTER
           STRING 'DSAR EXTRACT ' WS-COUNT-EDIT ' RECORDS'
              DELIMITED BY SIZE INTO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The calling operator must be on the master, active, and a
      *supervisor - the gate fails closed when the master can not be
      *read. A refused call is itself logged
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           OPEN INPUT OPERATOR-MASTER
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE AND OPR-IS-SUPERVISOR
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
      *The id alone is not enough any more: a live SIGNON session
      *must stand behind it, or the gate stays shut
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
       LOG-VIOLATION.
           OPEN I-O AUDIT-LOG
           IF WS-AU-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG
           END-IF
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO AU-TIME-STAMP
           MOVE 'DSAREXT' TO AU-PROGRAM
           MOVE WS-OPERATOR-ID TO AU-TARGET
           MOVE SPACES TO AU-BEFORE
           MOVE 'AUTHORITY VIOLATION' TO AU-AFTER
           WRITE AU-RECORD
           INVALID KEY
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
