      *as DEPWIT's withdrawal leg, but authorised by a card token
      *instead of the account hash, and logged against the merchant
      *instead of always writing "Outside"
      *
      *A card account with a revolving credit line on CCACCT spends
      *against the line rather than an overdraft, is logged as a
      *"credit card purchase" for the GL, and each purchase is kept
      *on CCITEMS as a charge for CCPAY and CCCYCLE
      *
      *A forced presentment from the scheme's clearing file (CLRINTK)
      *posts under the same fee, conversion and ledger rules, but
      *the scheme has already settled it with the merchant - so the
      *token, the card checks CLRINTK has already made against the
      *transaction date, and every spending-power refusal (funds,
      *line, limits, velocity, budget blocks) are passed over. Only
      *an active operator with a live sign-on session may force one:
      *a forced call without that operator id is refused before
      *anything is read, so ARG-CAPTURE alone opens nothing
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
              RECORD KEY IS CRU-KEY
              FILE STATUS IS WS-CRU-FILE-STATUS.
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
           SELECT RECOVERY-JOURNAL ASSIGN TO RECVJRNL
              FILE STATUS IS WS-JR-FILE-STATUS.
      *Operator master - whoever forces a presentment must be real
      *and active
           SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS OPR-ID
              FILE STATUS IS WS-OPR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       COPY failrec.
       FD  INTRADAY-DELTAS RECORDING MODE F.
       COPY deltarec.
       FD  MERCHANT-MASTER DATA RECORD IS MR-RECORD.
       COPY mercrec.
       FD  ACCOUNT-ALIASES DATA RECORD IS AL-RECORD.
       COPY aliasrec.
       FD  CARD-HOLDS DATA RECORD IS CH-RECORD.
       COPY cardrec.
       FD  CARD-USED DATA RECORD IS CRU-RECORD.
       COPY carduse.
       FD  CARD-ACCOUNTS DATA RECORD IS CC-RECORD.
       COPY ccacct.
       FD  CARD-CHARGES DATA RECORD IS CI-RECORD.
       COPY ccitem.
       FD  RECOVERY-JOURNAL RECORDING MODE F.
       COPY jrnlrec.
       FD  OPERATOR-MASTER DATA RECORD IS OPR-RECORD.
       COPY operrec.
      *-------------------
       WORKING-STORAGE SECTION.
      *Forward-recovery journal staging - before/after images of the
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
       01 WS-OPR-FILE-STATUS PIC XX.
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       COPY wstrnrep.
       01 FLAGS.
           05 WS-SUCCESS-WRITE PIC X VALUE 'Y'.
      *anything else means this call is a fresh authorization, which
      *stages a hold instead of posting
           05 WS-CAPTURE PIC X.
      *'F' when CLRINTK forces a late or offline presentment
               88 WS-FORCED-POST VALUE 'F'.
       01 WS-MERCHANT-ID PIC X(9).
       01 WS-CARD-ID PIC X(16).
       01 WS-CC-FILE-STATUS PIC XX.
       01 WS-CI-FILE-STATUS PIC XX.
      *'Y' when the account is a credit-card account with a line on
      *CCACCT. The line replaces ACT-OVERDRAFT-LIMIT as the floor the
      *balance may be spent down to
       01 WS-CREDIT-CARD PIC X VALUE 'N'.
       01 WS-CREDIT-LINE PIC 9(11)V9(4).
       01 WS-THIS-MONTH PIC 9(6).
       01 WS-CARD-USED-TODAY PIC S9(11)V9(4).
      *The channel this authorization arrived on, for the card's own
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
      *How many days an uncaptured authorization stays capturable
      *before HOLDSWP's nightly sweep releases it
       01 HOLD-EXPIRY-DAYS PIC 9(4) VALUE 7.
      *channel with no card id, which skips the card checks
           05 ARG-CARD-ID  PIC X(16).
      *'Y' only when CARDCAP is replaying a hold the merchant has
      *settled - posts for real. 'F' = a clearing presentment CLRINTK
      *forces through, posts for real with no spending-power check.
      *Anything else is an authorization, which writes a CARD-HOLDS
      *record and leaves every balance alone
           05 ARG-CAPTURE  PIC X(1).
      *Which channel the authorization arrived on: E = e-commerce,
      *C = contactless, anything else = in person/chip. The card's
      *before marking its hold captured; PQPOST treats 'Y' and 'H'
      *as applied and anything else as refused
           05 ARG-RESULT   PIC X(1).
      *Optional, only looked at when ARG-LENGTH runs past the name:
      *the operator forcing an 'F' presentment. Callers that stop at
      *ARG-RESULT cannot force anything
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       READ-INPUT.
           MOVE 'N' TO ARG-RESULT.
           COMPUTE ARG-LENGTH = ARG-LENGTH - 55.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF ARG-LENGTH > 10
              MOVE ARG-OPERATOR-ID TO WS-OPERATOR-ID
              MOVE 9 TO ARG-LENGTH
           END-IF.
      *Always a negative amount removed from the account: a purchase
      *is never a deposit
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(ARG-AMOUNT).
           MOVE ARG-CHANNEL TO WS-CHANNEL.
           MOVE ARG-CARD-ID TO WS-CARD-ID.
           MOVE ARG-NAME(1:ARG-LENGTH) TO ACT-NAME.
      *Forcing passes over the token and every spending-power check,
      *so it is the operator gate FEEREF and SVCCHG use that decides
      *it - no operator, or one without a live session, is refused
           IF WS-FORCED-POST
              PERFORM CHECK-OPERATOR
              IF WS-OPERATOR-OK = 'N'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Forced posting needs an'
                    ' authorised operator"'
                 DISPLAY '}'
                 GOBACK
              END-IF
           END-IF.
      *A numeric identifier is an account number - resolve it to the
      *real name before anything else looks at it
           MOVE ACT-NAME TO WS-RS-NAME
      *Too many bad attempts already - even the right hash does not
      *open the door until a supervisor has had a look
              PERFORM CHECK-PIN-LOCKOUT
              IF WS-PIN-LOCKED = 'Y' AND NOT WS-FORCED-POST
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
                 DISPLAY '  "error":"Account locked after failed '
                 GOBACK
              END-IF

              IF ACT-PASS-HASH NOT = SPACES AND NOT WS-FORCED-POST
                 IF ACT-PASS-HASH NOT = WS-HASH
      *Count the miss before turning the caller away - enough of
      *them in a row locks the account

      *The presented card itself must be on file, active and in date
      *before anything else is looked at
              IF WS-CARD-ID NOT = SPACES AND NOT WS-FORCED-POST
                 PERFORM CHECK-CARD
              END-IF

      *A credit-card account spends against its line, and only
      *while the line is open for purchases
              PERFORM CHECK-CREDIT-LINE
              IF WS-CREDIT-CARD = 'Y' AND NOT CC-IS-ACTIVE
                    AND NOT WS-FORCED-POST
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

      *Per-currency transaction limit, checked on the amount as the
      *caller entered it, before any conversion
              IF WS-MAX-TXN-AMOUNT > 0 AND NOT WS-FORCED-POST
                    AND FUNCTION ABS(WS-AMOUNT) > WS-MAX-TXN-AMOUNT
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
      *overdraft/credit line on the account
               PERFORM GET-LEGAL-HOLDS
               IF ACT-BALANCE + WS-D-BLNCE
                     < - WS-CREDIT-LINE + WS-HELD-AMOUNT
                     AND NOT WS-FORCED-POST
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
      *moved past the configured velocity guard is rejected outright,
      *same as the overdraft check above
               PERFORM CHECK-VELOCITY
               IF WS-VELOCITY-MAX-COUNT > 0 AND NOT WS-FORCED-POST
                     AND WS-TXN-COUNT-TODAY + 1 > WS-VELOCITY-MAX-COUNT
                     DISPLAY '{'
                     DISPLAY '  "success":0,'
                    CLOSE STATS
                     GOBACK
               END-IF
               IF WS-VELOCITY-MAX-AMOUNT > 0 AND NOT WS-FORCED-POST
                     AND WS-TXN-AMOUNT-TODAY
                           + FUNCTION ABS(WS-D-BLNCE)
                                             > WS-VELOCITY-MAX-AMOUNT
               MOVE ACT-NAME TO WS-BG-ACCOUNT
               MOVE "debit card purchase" TO WS-BG-TYPE
               PERFORM CHECK-TYPE-BUDGET
               IF WS-BUDGET-BLOCKED = 'Y' AND NOT WS-FORCED-POST
                     DISPLAY '{'
                     DISPLAY '  "success":0,'
               DISPLAY '  "error":"Transaction type blocked at the'
                  MOVE CR-CUST-LIMIT TO WS-CARD-CAP
               END-IF
               IF WS-CARD-ID NOT = SPACES
                     AND WS-CARD-CAP > 0 AND NOT WS-FORCED-POST
                  PERFORM CHECK-CARD-DAILY
                  IF WS-CARD-USED-TODAY
                        + FUNCTION ABS(WS-D-BLNCE)
      *above (token, currency, limit, funds, velocity) has still been
      *applied, so a hold is only ever written for a purchase that
      *would have posted
               IF WS-CAPTURE NOT = 'Y' AND NOT WS-FORCED-POST
                  PERFORM WRITE-CARD-HOLD
                  CLOSE USER-ACCOUNTS
                  CLOSE USER-TRANSFERS
               IF WS-CARD-ID NOT = SPACES
                  PERFORM UPDATE-CARD-USED
               END-IF
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

           MOVE WS-MERCHANT-ID TO WS-TR-THEIR-NAME.
           PERFORM GET-MERCHANT-CATEGORY.
           IF WS-CREDIT-CARD = 'Y'
              MOVE "credit card purchase" TO WS-TR-TYPE-NAME
           ELSE
              MOVE "debit card purchase" TO WS-TR-TYPE-NAME
           END-IF.

           MOVE WS-EXCH-FEE-ACT TO WS-TR-EXHANGE-FEE.
           MOVE WS-TRNS-FEE-ACT TO WS-TR-TRANSACTION-FEE.
           MOVE WS-D-BLNCE TO WS-TR-OWN-AMOUNT.
           MOVE WS-CURRENCY TO WS-TR-OWN-CURRENCY.
      *Debit card purchases never come from a branch terminal - a
      *forced presentment carries the operator who forced it
           MOVE SPACES TO WS-TR-TELLER-ID.
           IF WS-FORCED-POST
              MOVE WS-OPERATOR-ID(1:8) TO WS-TR-TELLER-ID
           END-IF.

      *Also display it as a JSON object
           DISPLAY '"receipt":{'

           DISPLAY '"Merchant":"' WS-TR-THEIR-NAME '",'.
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
      *balance oldest charge first and CCCYCLE can bill it. Same
      *open-append idiom as the hold file; a charge that can not be
      *written is picked up by CCCYCLE's reconciliation of the
      *charges against the balance
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
           MOVE WS-MERCHANT-ID TO CI-MERCHANT
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
      *Same gate as SVCCHG: an active operator on the master with a
      *live SIGNON session behind the id, or the gate stays shut
       CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID NOT = SPACES
              OPEN INPUT OPERATOR-MASTER
           ELSE
              MOVE '35' TO WS-OPR-FILE-STATUS
           END-IF
           IF WS-OPR-FILE-STATUS = '00' OR WS-OPR-FILE-STATUS = '97'
              MOVE WS-OPERATOR-ID TO OPR-ID
              READ OPERATOR-MASTER RECORD KEY OPR-ID
              NOT INVALID KEY
                 IF OPR-IS-ACTIVE
                    MOVE 'Y' TO WS-OPERATOR-OK
                 END-IF
              END-READ
              CLOSE OPERATOR-MASTER
           END-IF
           IF WS-OPERATOR-OK = 'Y'
              MOVE WS-OPERATOR-ID TO OS-ARG-OPERATOR-ID
              CALL 'OPRSESS' USING OS-ARG-BUFFER
              IF OS-ARG-RESULT NOT = 'Y'
                 MOVE 'N' TO WS-OPERATOR-OK
              END-IF
           END-IF.
