              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TR-KEY
              FILE STATUS IS WS-S-TRANSFERS.
           SELECT POSTING-INDEX ASSIGN TO POSTIDX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PI-KEY
              FILE STATUS IS WS-S-POSTIDX.
           SELECT EXCHANGE-RATES ASSIGN TO EXCHANGE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           SELECT BACKUP-ACCOUNTS ASSIGN TO ACCOUNTB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKACTS-NAME
              FILE STATUS IS WS-B-ACCOUNTS.
           SELECT BACKUP-TRANSFERS ASSIGN TO TRANSFB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKTRER-KEY
              FILE STATUS IS WS-B-TRANSFERS.
           SELECT BACKUP-POSTIDX ASSIGN TO POSTIDXB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKPIDX-KEY
              FILE STATUS IS WS-B-POSTIDX.
           SELECT BACKUP-EXCHANGE ASSIGN TO EXCHB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
           SELECT BACKUP-CUSTOMERS ASSIGN TO CUSTMSTB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BKCUST-NAME
              FILE STATUS IS WS-B-CUSTOMERS.
           SELECT BACKUP-STATS ASSIGN TO STATB
              FILE STATUS IS WS-BS-FILE-STATUS.
       COPY acctrec.
       FD  USER-TRANSFERS DATA RECORD IS TR-RECORD.
       COPY trnrec.
       FD  POSTING-INDEX DATA RECORD IS PI-RECORD.
       COPY pidxrec.
       FD  EXCHANGE-RATES DATA RECORD IS E-RECORD.
       COPY exchrec.
       FD  STANDING-ORDERS DATA RECORD IS SO-RECORD.
       COPY custrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *The backup records are each file's own copybook under the
      *backup's names, so they mirror its key and overall length
      *byte for byte however the layout grows - the copy is a MOVE,
      *nothing is interpreted on the way through
       FD  BACKUP-ACCOUNTS DATA RECORD IS BKACTS-REC.
       COPY acctrec REPLACING LEADING ==ACT-== BY ==BKACTS-==.
       FD  BACKUP-TRANSFERS DATA RECORD IS BKTRER-RECORD.
       COPY trnrec REPLACING LEADING ==TR-== BY ==BKTRER-==.
       FD  BACKUP-POSTIDX DATA RECORD IS BKPIDX-RECORD.
       COPY pidxrec REPLACING LEADING ==PI-== BY ==BKPIDX-==.
       FD  BACKUP-EXCHANGE DATA RECORD IS BKEXGE-RECORD.
       COPY exchrec REPLACING LEADING ==E-== BY ==BKEXGE-==.
       FD  BACKUP-ORDERS DATA RECORD IS BKSTRD-RECORD.
       COPY sordrec REPLACING LEADING ==SO-== BY ==BKSTRD-==.
       FD  BACKUP-PENDING DATA RECORD IS BKPEER-RECORD.
       COPY pendxfer REPLACING LEADING ==PT-== BY ==BKPEER-==.
       FD  BACKUP-APPROVALS DATA RECORD IS BKPEPR-RECORD.
       COPY pendrec REPLACING LEADING ==PA-== BY ==BKPEPR-==.
       FD  BACKUP-QUEUE DATA RECORD IS BKPOTQ-RECORD.
       COPY postqrec REPLACING LEADING ==PQ-== BY ==BKPOTQ-==.
       FD  BACKUP-CARDHOLDS DATA RECORD IS BKCALD-RECORD.
       COPY cardhold REPLACING LEADING ==CH-== BY ==BKCALD-==.
       FD  BACKUP-AVHOLDS DATA RECORD IS BKAVDS-RECORD.
       COPY avhold REPLACING LEADING ==AV-== BY ==BKAVDS-==.
       FD  BACKUP-LGLHOLDS DATA RECORD IS BKLGDS-RECORD.
       COPY lhldrec REPLACING LEADING ==LH-== BY ==BKLGDS-==.
       FD  BACKUP-TERMDEPS DATA RECORD IS BKTEEP-RECORD.
       COPY termrec REPLACING LEADING ==TD-== BY ==BKTEEP-==.
       FD  BACKUP-LOANS DATA RECORD IS BKLOST-RECORD.
       COPY loanrec REPLACING LEADING ==LN-== BY ==BKLOST-==.
       FD  BACKUP-SCHEDULE DATA RECORD IS BKLOHD-RECORD.
       COPY lnsched REPLACING LEADING ==LS-== BY ==BKLOHD-==.
       FD  BACKUP-RETRIES DATA RECORD IS BKREYQ-RECORD.
       COPY retryrec REPLACING LEADING ==RT-== BY ==BKREYQ-==.
       FD  BACKUP-CUSTOMERS DATA RECORD IS BKCUST-RECORD.
       COPY custrec REPLACING LEADING ==CU-== BY ==BKCUST-==.
       FD  BACKUP-STATS RECORDING MODE F.
       COPY statrec REPLACING ==STAT-RECORD== BY ==BS-RECORD==
           ==DEFAULT-CURRENCY== BY ==BS-DEFAULT-CURRENCY==
           LEADING ==S-== BY ==BS-==.
       FD  MANIFEST RECORDING MODE F.
       01  MF-RECORD PIC X(80).
      *-------------------
       01 WS-B-ACCOUNTS PIC XX.
       01 WS-S-TRANSFERS PIC XX.
       01 WS-B-TRANSFERS PIC XX.
       01 WS-S-POSTIDX PIC XX.
       01 WS-B-POSTIDX PIC XX.
       01 WS-S-EXCHANGE PIC XX.
       01 WS-B-EXCHANGE PIC XX.
       01 WS-S-ORDERS PIC XX.
       01 WS-COPY-OK PIC X VALUE 'Y'.
       01 WS-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-TRANSFER-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTIDX-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-ORDER-COUNT PIC 9(7) VALUE 0.
       01 WS-PENDING-COUNT PIC 9(7) VALUE 0.

           PERFORM COPY-ACCOUNTS
           PERFORM COPY-TRANSFERS
           PERFORM COPY-POSTIDX
           PERFORM COPY-EXCHANGE
           PERFORM COPY-ORDERS
           PERFORM COPY-PENDING
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Accounts":' WS-ACCOUNT-COUNT ','
              DISPLAY '  "Transfers":' WS-TRANSFER-COUNT ','
              DISPLAY '  "PostingIndex":' WS-POSTIDX-COUNT ','
              DISPLAY '  "ExchangeRates":' WS-EXCHANGE-COUNT ','
              DISPLAY '  "StandingOrders":' WS-ORDER-COUNT ','
              DISPLAY '  "PendingTransfers":' WS-PENDING-COUNT ','
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE ACT-REC TO BKACTS-REC
                   WRITE BKACTS-REC
                   IF WS-B-ACCOUNTS = '00'
                      ADD 1 TO WS-ACCOUNT-COUNT
                   ELSE
                      MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.
      *The posting index travels with the ledger it points into
       COPY-POSTIDX.
           OPEN INPUT POSTING-INDEX
           IF WS-S-POSTIDX NOT = '00' AND NOT = '97'
              MOVE 'N' TO WS-COPY-OK
              CLOSE POSTING-INDEX
           ELSE
              OPEN OUTPUT BACKUP-POSTIDX
              IF WS-B-POSTIDX NOT = '00'
                 MOVE 'N' TO WS-COPY-OK
              ELSE
                 MOVE 'N' TO WS-EOF
                 PERFORM COPY-ONE-POSTIDX UNTIL WS-EOF = 'Y'
              END-IF
              CLOSE POSTING-INDEX
              CLOSE BACKUP-POSTIDX
           END-IF.
       COPY-ONE-POSTIDX.
           READ POSTING-INDEX NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE PI-RECORD TO BKPIDX-RECORD
                   WRITE BKPIDX-RECORD
                   IF WS-B-POSTIDX = '00'
                      ADD 1 TO WS-POSTIDX-COUNT
                   ELSE
                      MOVE 'N' TO WS-COPY-OK
                      MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.
       COPY-EXCHANGE.
           OPEN INPUT EXCHANGE-RATES
           IF WS-S-EXCHANGE NOT = '00' AND NOT = '97'
                 DELIMITED BY SIZE INTO WS-MANIFEST-LINE
              PERFORM WRITE-MANIFEST-LINE
              MOVE SPACES TO WS-MANIFEST-LINE
              STRING 'POSTIDXB ' WS-POSTIDX-COUNT
                 DELIMITED BY SIZE INTO WS-MANIFEST-LINE
              PERFORM WRITE-MANIFEST-LINE
              MOVE SPACES TO WS-MANIFEST-LINE
              STRING 'EXCHB    ' WS-EXCHANGE-COUNT
                 DELIMITED BY SIZE INTO WS-MANIFEST-LINE
              PERFORM WRITE-MANIFEST-LINE
