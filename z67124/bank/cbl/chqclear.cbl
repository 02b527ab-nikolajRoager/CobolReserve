      *the NSF fee, the same way RETRYRUN's exhaustion path does).
      *Every bounced item goes on the outward returns file for the
      *clearing house, and every serial that has been through here
      *lands on the paid-cheque register so it can never pay twice.
      *Bank drafts come in drawn on the "DRAFTS   " outstanding-drafts
      *account and are paid against the draft register instead of a
      *cheque book - never stopped, lost or already cancelled, and
      *only for the face amount and currency issued. The NSF fee is
      *split into net fee and VAT by VATSPLIT as RETRYRUN's is
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LH-KEY
              FILE STATUS IS WS-LH-FILE-STATUS.
      *Bank drafts issued over the counter by DRAFTISS
           SELECT DRAFT-REGISTER ASSIGN TO DRAFTREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DF-SERIAL
              FILE STATUS IS WS-DF-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 CHR-CURRENCY PIC X(3).
      *01 = insufficient funds, 02 = payment stopped, 03 = serial
      *not issued, 04 = account unknown/closed/blocked/deceased,
      *05 = duplicate presentment, 06 = currency mismatch,
      *07 = amount differs from the bank draft as issued
           05 CHR-REASON-CODE PIC X(2).
           05 CHR-PRESENT-REF PIC X(12).
           05 FILLER PIC X(10).
       COPY custrec.
       FD  LEGAL-HOLDS DATA RECORD IS LH-RECORD.
       COPY lhldrec.
       FD  DRAFT-REGISTER DATA RECORD IS DF-RECORD.
       COPY draftrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CI-FILE-STATUS PIC XX.
       01 WS-CU-FILE-STATUS PIC XX.
       01 WS-OWNER-DECEASED PIC X.
       01 WS-LH-FILE-STATUS PIC XX.
       01 WS-DF-FILE-STATUS PIC XX.
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
       01 WS-JR-FILE-STATUS PIC XX.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
       01 WS-SUCCESS-WRITE PIC X.
       01 WS-ITEMS-RETURNED PIC 9(6) VALUE 0.
       01 WS-AMOUNT PIC S9(11)V9(4).
       01 WS-NSF-FEE PIC 9(11)V9(4).
      *Laid out exactly like VATSPLIT's own LINKAGE SECTION
       01 VS-ARG-BUFFER.
           05 VS-ARG-FEE-TYPE PIC X(20).
           05 VS-ARG-GROSS PIC S9(11)V9(4).
           05 VS-ARG-NET PIC S9(11)V9(4).
           05 VS-ARG-VAT PIC S9(11)V9(4).
           05 VS-ARG-RATE PIC 9V9999.
       01 WS-FEE-TAKEN PIC S9(11)V9(4).
       01 WS-RETURN-CODE PIC X(2).
       01 WS-SCAN-DONE PIC X.
           05 FILLER PIC X(7) VALUE 'cheque '.
           05 WS-CHEQUE-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
      *And "draft 00001234" on a bank draft's
       01 WS-DRAFT-REF.
           05 FILLER PIC X(6) VALUE 'draft '.
           05 WS-DRAFT-REF-SERIAL PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a clearing run that could not
      *start belongs on the operators' digest, not just this job's
              CLOSE PAID-CHEQUES
              OPEN I-O PAID-CHEQUES
           END-IF
           OPEN I-O DRAFT-REGISTER
           IF WS-DF-FILE-STATUS = '35'
              OPEN OUTPUT DRAFT-REGISTER
              CLOSE DRAFT-REGISTER
              OPEN I-O DRAFT-REGISTER
           END-IF

           PERFORM PROCESS-CLEARING-FILE UNTIL WS-EOF = 'Y'

           CLOSE OUTWARD-RETURNS
           CLOSE USER-ACCOUNTS
           CLOSE USER-TRANSFERS
           CLOSE PAID-CHEQUES
           CLOSE DRAFT-REGISTER.
       PROCESS-CLEARING-FILE.
           READ CLEARING-INTAKE
              AT END
              GO TO PROCESS-ONE-ITEM-EXIT
           END-IF
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL(CI-AMOUNT)
           IF CI-ACCOUNT = "DRAFTS   "
              PERFORM PRESENT-DRAFT THRU PRESENT-DRAFT-EXIT
              GO TO PROCESS-ONE-ITEM-EXIT
           END-IF
           MOVE CI-ACCOUNT TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              REWRITE CQ-RECORD
           END-WRITE
           ADD 1 TO WS-ITEMS-PAID.
      *A bank draft drawn on the outstanding-drafts account: the
      *register says whether it may pay and for how much. Paying
      *takes the draft's liability off DRAFTS with a typed "draft
      *paid" leg and parks the face amount on CLEARING, the same as
      *a customer's cheque
       PRESENT-DRAFT.
           MOVE CI-SERIAL TO DF-SERIAL
           READ DRAFT-REGISTER RECORD KEY DF-SERIAL
           INVALID KEY
              MOVE '03' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-READ
           IF DF-IS-STOPPED OR DF-IS-LOST
              MOVE '02' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-IF
      *Cancelled, escheated or already paid - nothing left on DRAFTS
      *to pay it from
           IF NOT DF-IS-OUTSTANDING
              MOVE '04' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-IF
           IF CI-CURRENCY NOT = DF-CURRENCY
              MOVE '06' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-IF
      *A draft is paid for exactly its face amount - anything else
      *has been altered
           IF WS-AMOUNT NOT = DF-AMOUNT
              MOVE '07' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-IF
           MOVE "DRAFTS   " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              MOVE '04' TO WS-RETURN-CODE
              PERFORM RETURN-THE-ITEM
              GO TO PRESENT-DRAFT-EXIT
           END-READ
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - DF-LIABILITY
           MOVE WS-TODAY TO ACT-LAST-ACTIVITY
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-DRAFT-PAID
           MOVE "CLEARING " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + WS-AMOUNT
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
           MOVE CI-ACCOUNT TO CQ-ACCOUNT
           MOVE CI-SERIAL TO CQ-SERIAL
           MOVE 'P' TO CQ-STATUS
           MOVE WS-AMOUNT TO CQ-AMOUNT
           MOVE CI-CURRENCY TO CQ-CURRENCY
           MOVE SPACES TO CQ-RETURN-CODE
           MOVE WS-TODAY TO CQ-PRESENT-DATE
           MOVE CI-PRESENT-REF TO CQ-PRESENT-REF
           WRITE CQ-RECORD
           INVALID KEY
              REWRITE CQ-RECORD
           END-WRITE
           MOVE 'P' TO DF-STATUS
           MOVE WS-TODAY TO DF-CLOSED-DATE
           MOVE CI-PRESENT-REF TO DF-PRESENT-REF
           REWRITE DF-RECORD
           ADD 1 TO WS-ITEMS-PAID.
       PRESENT-DRAFT-EXIT.
           EXIT.
      *One row on the outward returns file, and the serial goes on
      *the register so a re-presentment of the same item reads as a
      *duplicate
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The typed DRAFTS leg behind a paid draft: the face amount in
      *the draft's currency, the liability in DRAFTS' own
       LOG-DRAFT-PAID.
           MOVE FUNCTION CURRENT-DATE TO WS-TR-TIME-STAMP
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TR-TIME-STAMP(1:8)
           END-IF
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE SPACES TO WS-TR-THEIR-NAME
           MOVE "draft paid" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - WS-AMOUNT
           MOVE DF-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - DF-LIABILITY
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE CI-SERIAL TO WS-DRAFT-REF-SERIAL
           MOVE WS-DRAFT-REF TO WS-TR-REMIT-REF
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
              MOVE 'N' TO WS-SUCCESS-WRITE
           END-WRITE
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *Take the NSF fee straight off the drawer and credit the bank's
      *balance and its transaction-fee income, with a typed "NSF fee"
      *ledger leg behind it - the same shape RETRYRUN's exhaustion
           IF WS-FEE-TAKEN <= 0
              GO TO CHARGE-NSF-FEE-EXIT
           END-IF
           MOVE "NSF fee" TO VS-ARG-FEE-TYPE
           MOVE WS-FEE-TAKEN TO VS-ARG-GROSS
           CALL 'VATSPLIT' USING VS-ARG-BUFFER
           MOVE ACT-REC TO WS-JR-BEFORE
           COMPUTE ACT-BALANCE = ACT-BALANCE - WS-FEE-TAKEN
           REWRITE ACT-REC
           PERFORM JOURNAL-ACCOUNT-REWRITE
           PERFORM LOG-NSF-FEE
           IF VS-ARG-VAT > 0
              PERFORM LOG-FEE-VAT
           END-IF
           MOVE "BANK     " TO ACT-NAME
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE ACT-REC TO WS-JR-BEFORE
              COMPUTE ACT-BALANCE = ACT-BALANCE + VS-ARG-NET
              COMPUTE ACT-FEE-INCOME-TXN
                 = ACT-FEE-INCOME-TXN + VS-ARG-NET
              REWRITE ACT-REC
              PERFORM JOURNAL-ACCOUNT-REWRITE
           END-READ
      *The VAT inside the fee is owed to the authority - it waits
      *on the VATPAY liability account until the return is paid
           IF VS-ARG-VAT > 0
              MOVE "VATPAY   " TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
      *No liability account set up - the VAT leg is on the ledger
      *and VATRTN still shows it owed, finance parks it by hand
                 CONTINUE
              NOT INVALID KEY
                 MOVE ACT-REC TO WS-JR-BEFORE
                 COMPUTE ACT-BALANCE = ACT-BALANCE + VS-ARG-VAT
                 REWRITE ACT-REC
                 PERFORM JOURNAL-ACCOUNT-REWRITE
              END-READ
           END-IF.
       CHARGE-NSF-FEE-EXIT.
           EXIT.
      *The typed fee leg, same staging shape RETRYRUN's uses. The
           MOVE ACT-NAME TO WS-TR-MY-NAME
           MOVE SPACES TO WS-TR-THEIR-NAME
           MOVE "NSF fee" TO WS-TR-TYPE-NAME
      *The net fee only - the VAT inside it follows on its own leg
           COMPUTE WS-TR-AMOUNT = - VS-ARG-NET
           MOVE ACT-CURRENCY TO WS-TR-CURRENCY
           MOVE ACT-CURRENCY TO WS-TR-OWN-CURRENCY
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-NET
           MOVE 0 TO WS-TR-EXHANGE-FEE
           MOVE VS-ARG-NET TO WS-TR-TRANSACTION-FEE
           MOVE SPACES TO WS-TR-REF-KEY
           MOVE SPACES TO WS-TR-TELLER-ID
           MOVE CI-SERIAL TO WS-CHEQUE-REF-SERIAL
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
      *The VAT leg, pointing back at the fee leg just written so
      *FEEREF and VATRTN can pair the two - same shape FEESWEP's
      *LOG-FEE-VAT uses
       LOG-FEE-VAT.
           MOVE TR-KEY TO WS-TR-REF-KEY
           MOVE "VATPAY   " TO WS-TR-THEIR-NAME
           MOVE "VAT on fee" TO WS-TR-TYPE-NAME
           COMPUTE WS-TR-AMOUNT = - VS-ARG-VAT
           COMPUTE WS-TR-OWN-AMOUNT = - VS-ARG-VAT
           MOVE 0 TO WS-TR-TRANSACTION-FEE
           MOVE WS-TRANSFER-REPORT TO TR-RECORD
           WRITE TR-RECORD
           INVALID KEY
      *Same millisecond as the fee leg - nudge once
              ADD 1 TO TR-MILIS
              WRITE TR-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-SUCCESS-WRITE
              END-WRITE
           END-WRITE
           MOVE TR-TIME-STAMP TO WS-TR-TIME-STAMP
           PERFORM JOURNAL-TRANSFER-WRITE
           PERFORM UPDATE-MONTH-SUMMARY
              THRU UPDATE-MONTH-SUMMARY-EXIT.
       JOURNAL-ACCOUNT-REWRITE.
           MOVE 'A' TO WS-JR-FILE-ID
           MOVE 'R' TO WS-JR-ACTION
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
           INVALID KEY
              PERFORM INIT-MONTH-SUMMARY
           END-READ
      *The counts are the customer's own deposits and withdrawals -
      *BONUSINT qualifies a month on them - so a leg the bank posts
      *itself moves the totals but not the counts
           IF WS-TR-TYPE-NAME NOT = "NSF fee"
                 AND WS-TR-TYPE-NAME NOT = "VAT on fee"
              IF WS-TR-OWN-AMOUNT >= 0
                 ADD 1 TO AM-CREDIT-COUNT
              ELSE
                 ADD 1 TO AM-DEBIT-COUNT
              END-IF
           END-IF
           IF WS-TR-OWN-AMOUNT >= 0
              ADD WS-TR-OWN-AMOUNT TO AM-CREDIT-TOTAL
           ELSE
              COMPUTE AM-DEBIT-TOTAL
                 = AM-DEBIT-TOTAL - WS-TR-OWN-AMOUNT
           END-IF
