      *as DEPWIT's withdrawal leg, but authorised by a device token
      *instead of the account hash, and logged against the merchant
      *or peer device instead of always writing "Outside"
      *
      *A card account with a revolving credit line on CCACCT spends
      *against the line rather than an overdraft, is logged as a
      *"credit card purchase" for the GL, and each purchase is kept
      *on CCITEMS as a charge for CCPAY and CCCYCLE
      *
      *Every purchase that reaches the ledger earns the account its
      *card rewards points through RWDPOST, and is rounded up into
      *the customer's savings through RNDPOST where they opted in
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
      *Intraday delta stream for the fraud system, append only
           SELECT INTRADAY-DELTAS ASSIGN TO INTRADAY
              FILE STATUS IS WS-DL-FILE-STATUS.
      *Merchant master - the category code rides onto the ledger leg
           SELECT MERCHANT-MASTER ASSIGN TO MERCMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MR-ID
              FILE STATUS IS WS-MR-FILE-STATUS.
      *Number-to-name aliases for the numeric account numbers ACTNUM
      *assigns
           SELECT ACCOUNT-ALIASES ASSIGN TO ACTALIAS
              ACCESS MODE IS RANDOM
              RECORD KEY IS AL-NUMBER
              FILE STATUS IS WS-AL-FILE-STATUS.
      *Revolving credit lines - a card account with a line on file
      *spends against the line instead of an overdraft, and every
      *purchase on it is kept as a charge for CCPAY/CCCYCLE
           SELECT CARD-ACCOUNTS ASSIGN TO CCACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CC-ACCOUNT
              FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CARD-CHARGES ASSIGN TO CCITEMS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CI-KEY
              FILE STATUS IS WS-CI-FILE-STATUS.
      *Forward-recovery journal - every WRITE/REWRITE against the
      *account and transfer files is mirrored here so JRNLPLAY can
      *roll a restored backup forward to the point of failure
       COPY failrec.
       FD  INTRADAY-DELTAS RECORDING MODE F.
       COPY deltarec.
       FD  MERCHANT-MASTER DATA RECORD IS MR-RECORD.
       COPY mercrec.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
       FD  CARD-ACCOUNTS DATA RECORD IS CC-RECORD.
       COPY ccacct.
       FD  CARD-CHARGES DATA RECORD IS CI-RECORD.
       COPY ccitem.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
      *-------------------
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-JR-FILE-STATUS PIC XX.
       COPY wstrnrep.
       01 FLAGS.
           05 WS-AL-FILE-STATUS PIC XX.
           05 WS-HASH PIC X(8).
       01 WS-COUNTERPART-ID PIC X(9).
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-CI-FILE-STATUS PIC XX.
      *'Y' when the account is a credit-card account with a line on
      *CCACCT. The line replaces ACT-OVERDRAFT-LIMIT as the floor the
      *balance may be spent down to
       01 WS-CREDIT-CARD PIC X VALUE 'N'.
       01 WS-CREDIT-LINE PIC 9(11)V9(4).
       01 WS-TODAY PIC 9(8).
       01 WS-AM-FILE-STATUS PIC XX.
       01 WS-AM-PREV-MONTH PIC 9(6).
       01 WS-AM-MM PIC 9(2).
       01 WS-FL-FILE-STATUS PIC XX.
       01 WS-DL-FILE-STATUS PIC XX.
       01 WS-MR-FILE-STATUS PIC XX.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-HELD-AMOUNT PIC 9(12)V9(4).
       01 WS-LH-DONE PIC X.
       01 CD-ARG-BUFFER.
           05 CD-ARG-NUMBER PIC X(9).
           05 CD-ARG-RESULT PIC X(1).
      *Laid out exactly like RWDPOST's own LINKAGE SECTION
       01 RP-ARG-BUFFER.
           05 RP-ARG-ACTION PIC X(1) VALUE 'E'.
           05 RP-ARG-TR-KEY PIC X(25).
           05 RP-ARG-TYPE-NAME PIC X(20).
           05 RP-ARG-MERCHANT PIC X(9).
           05 RP-ARG-SPEND PIC 9(11)V9(4).
           05 RP-ARG-POINTS PIC 9(9).
      *Laid out exactly like RNDPOST's own LINKAGE SECTION
       01 SV-ARG-BUFFER.
           05 SV-ARG-TR-KEY PIC X(25).
           05 SV-ARG-SPEND PIC 9(11)V9(4).
           05 SV-ARG-CURRENCY PIC X(3).
           05 SV-ARG-POST-DATE PIC 9(8).
           05 SV-ARG-ROUNDUP PIC 9(11)V9(4).
      *Velocity guard: most postings/total moved per account per day,
      *0 = no cap on either
       01 WS-VELOCITY-MAX-COUNT PIC 9(4).
                 PERFORM CLEAR-HASH-FAILURES
              END-IF

      *A credit-card account spends against its line, and only
      *while the line is open for purchases
              PERFORM CHECK-CREDIT-LINE
              IF WS-CREDIT-CARD = 'Y' AND NOT CC-IS-ACTIVE
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Credit line is blocked or closed"'
                 DISPLAY '}'
                 CLOSE USER-ACCOUNTS
                 CLOSE USER-TRANSFERS
                 CLOSE STATS
                 GOBACK
              END-IF

      *Check if currency is valid, setting exchange rates in process
              PERFORM GET-EXCHANGE
              IF WS-VALID-CURRENCY = 'N'
      *overdraft/credit line on the account
               PERFORM GET-LEGAL-HOLDS
               IF ACT-BALANCE + WS-D-BLNCE
                     < - WS-CREDIT-LINE + WS-HELD-AMOUNT
                     DISPLAY '{'
                     DISPLAY '  "success":0,'
                     IF WS-CREDIT-CARD = 'Y'
               DISPLAY '"error":"Credit limit exceeded"'
                     ELSE
               DISPLAY '"error":"Overdraft"'
                     END-IF
                     DISPLAY '}'
                    CLOSE USER-ACCOUNTS
                    CLOSE USER-TRANSFERS
               REWRITE ACT-REC
               PERFORM JOURNAL-ACCOUNT-REWRITE
               PERFORM UPDATE-VELOCITY
               IF WS-CREDIT-CARD = 'Y'
                  PERFORM WRITE-CARD-CHARGE
               END-IF
               COMPUTE WS-BG-AMOUNT
                  = FUNCTION ABS(WS-D-BLNCE)
               PERFORM UPDATE-TYPE-BUDGET
               CLOSE USER-ACCOUNTS
               CLOSE USER-TRANSFERS
               CLOSE STATS
      *Only once this program's own files are closed - a round-up to
      *a linked account posts through TRNSFR, which opens them itself
                 IF WS-SUCCESS-WRITE = 'Y'
                    PERFORM SAVE-ROUND-UP
                 END-IF
              END-IF
           GOBACK.
      *Look up how many postings/how much has already moved through
           END-IF.

           MOVE WS-COUNTERPART-ID TO WS-TR-THEIR-NAME.
           PERFORM GET-MERCHANT-CATEGORY.
           IF WS-CREDIT-CARD = 'Y'
              MOVE "credit card purchase" TO WS-TR-TYPE-NAME
           ELSE
              MOVE "mobile pay purchase" TO WS-TR-TYPE-NAME
           END-IF.

           MOVE WS-EXCH-FEE-ACT TO WS-TR-EXHANGE-FEE.
           MOVE WS-TRNS-FEE-ACT TO WS-TR-TRANSACTION-FEE.

           DISPLAY '"Counterpart":"' WS-TR-THEIR-NAME '",'.
           DISPLAY '"Type":"' WS-TR-TYPE-NAME '",'.
           DISPLAY '"Category":"' WS-TR-MCC '",'.

           MOVE WS-TR-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY '"AmountNominal":' WS-DISPLAY-AMOUNT ','
              MOVE 'N' to WS-SUCCESS-WRITE
           END-WRITE.
           PERFORM JOURNAL-TRANSFER-WRITE.
           IF WS-SUCCESS-WRITE = 'Y'
              PERFORM EARN-REWARDS
           END-IF.
           PERFORM WRITE-INTRADAY-DELTA.
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
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
      *idiom the notification outbox uses. A journal that can not be
      *written must not block the posting itself
           MOVE WS-TR-TYPE-NAME TO DL-TYPE
           MOVE WS-TR-OWN-AMOUNT TO DL-AMOUNT
           MOVE WS-TR-OWN-CURRENCY TO DL-CURRENCY
           MOVE WS-TR-MCC TO DL-MCC
           WRITE DL-RECORD
           CLOSE INTRADAY-DELTAS.
      *Total of this account's active, unexpired legal holds - the
              END-READ
           END-IF
           CLOSE TYPE-BUDGETS.
      *Is the account a credit-card account? The line on CCACCT is
      *then the floor the balance may go to, otherwise the approved
      *overdraft is, as always. No credit-line file on disk simply
      *means no credit cards yet
       CHECK-CREDIT-LINE.
           MOVE 'N' TO WS-CREDIT-CARD
           MOVE ACT-OVERDRAFT-LIMIT TO WS-CREDIT-LINE
           OPEN INPUT CARD-ACCOUNTS
           IF WS-CC-FILE-STATUS = '00' OR WS-CC-FILE-STATUS = '97'
              MOVE ACT-NAME TO CC-ACCOUNT
              READ CARD-ACCOUNTS RECORD KEY CC-ACCOUNT
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CREDIT-CARD
                 MOVE CC-CREDIT-LIMIT TO WS-CREDIT-LINE
              END-READ
           END-IF
           CLOSE CARD-ACCOUNTS.
      *Keep the purchase as a charge of its own on the credit line -
      *the full debit, fees included - so CCPAY can clear the
      *balance oldest charge first and CCCYCLE can bill it. A charge
      *that can not be written is picked up by CCCYCLE's
      *reconciliation of the charges against the balance
       WRITE-CARD-CHARGE.
           OPEN I-O CARD-CHARGES
           IF WS-CI-FILE-STATUS = '35'
              OPEN OUTPUT CARD-CHARGES
              CLOSE CARD-CHARGES
              OPEN I-O CARD-CHARGES
           END-IF
           MOVE ACT-NAME TO CI-ACCOUNT
           MOVE FUNCTION CURRENT-DATE TO CI-TIME-STAMP
           MOVE 'P' TO CI-TYPE
           IF S-BUSINESS-DATE NUMERIC
                 AND S-BUSINESS-DATE NOT = '00000000'
              MOVE S-BUSINESS-DATE TO CI-POST-DATE
           ELSE
              MOVE WS-TODAY TO CI-POST-DATE
           END-IF
           COMPUTE CI-AMOUNT = - WS-D-BLNCE
           MOVE CI-AMOUNT TO CI-OPEN
           MOVE 0 TO CI-STMT-DATE
           MOVE CI-POST-DATE TO CI-INT-THRU
           MOVE WS-COUNTERPART-ID TO CI-MERCHANT
           WRITE CI-RECORD
           INVALID KEY
              ADD 1 TO CI-MILIS
              WRITE CI-RECORD
              INVALID KEY
                 CONTINUE
              END-WRITE
           END-WRITE
           CLOSE CARD-CHARGES.
      *Earn the account its rewards points on the purchase just
      *logged. RWDPOST swallows its own failures - the purchase has
      *posted whatever happens to the points
       EARN-REWARDS.
           MOVE WS-TR-KEY TO RP-ARG-TR-KEY
           MOVE WS-TR-TYPE-NAME TO RP-ARG-TYPE-NAME
           MOVE WS-TR-THEIR-NAME TO RP-ARG-MERCHANT
           COMPUTE RP-ARG-SPEND = - WS-TR-OWN-AMOUNT
           CALL 'RWDPOST' USING RP-ARG-BUFFER.
      *Round the purchase just logged up into the customer's savings.
      *RNDPOST swallows its own failures - the purchase has posted
      *whatever happens to the round-up
       SAVE-ROUND-UP.
           MOVE WS-TR-KEY TO SV-ARG-TR-KEY
           COMPUTE SV-ARG-SPEND = - WS-TR-OWN-AMOUNT
           MOVE WS-TR-OWN-CURRENCY TO SV-ARG-CURRENCY
           MOVE WS-TR-TIME-STAMP(1:8) TO SV-ARG-POST-DATE
           CALL 'RNDPOST' USING SV-ARG-BUFFER.
      *The merchant's category code off the merchant master, spaces
      *for a peer or a merchant not on file or not yet classified
       GET-MERCHANT-CATEGORY.
           MOVE SPACES TO WS-TR-MCC
           OPEN INPUT MERCHANT-MASTER
           IF WS-MR-FILE-STATUS = '00' OR WS-MR-FILE-STATUS = '97'
              MOVE WS-TR-THEIR-NAME TO MR-ID
              READ MERCHANT-MASTER RECORD KEY MR-ID
              NOT INVALID KEY
                 IF MR-MCC IS NUMERIC
                    MOVE MR-MCC TO WS-TR-MCC
                 END-IF
              END-READ
           END-IF
           CLOSE MERCHANT-MASTER.
