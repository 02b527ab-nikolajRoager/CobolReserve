      *today carrying its TRUE value date (through TRNSFR's
      *authorised back-value path, window-capped by STATFILE), then
      *computes the credit interest the receiver missed over the gap
      *- at the receiver's own product rate on the value date (the
      *STATFILE tier for an account with no product), on exactly the
      *amount that arrived late, proven against the SNAPFILE position
      *INTPOST would have seen on the value date - and posts the
      *correction as a typed interest transaction from the bank. No
      *more hand-calculated goodwill credits. Audited, always
           05 WS-JR-ACTION PIC X(1).
           05 WS-JR-BEFORE PIC X(200).
           05 WS-JR-AFTER PIC X(200).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-OK PIC X.
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - no
      *supervisor back-values a payment touching their own or a
      *connected person's account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'BACKVAL'.
           05 SL-ARG-ACCOUNT PIC X(9).
           05 SL-ARG-IDENTITY PIC X(9).
           05 SL-ARG-SECONDARY PIC X(9).
           05 SL-ARG-RESULT PIC X(1).
      *Laid out exactly like OPRSESS's own LINKAGE SECTION - a live
      *sign-on session is what makes the operator id worth anything
       01 OS-ARG-BUFFER.
       01 WS-ADJUSTMENT PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC Z(10)9.9(4).
       COPY wstrnrep.
      *Laid out exactly like PRODTERM's own LINKAGE SECTION
       01 PT-ARG-BUFFER.
           05 PT-ARG-PRODUCT-CODE PIC X(8).
           05 PT-ARG-ON-DATE PIC 9(8).
           05 PT-ARG-ACCOUNT-TYPE PIC X(1).
           05 PT-ARG-FOUND PIC X(1).
           05 PT-ARG-PRODUCT-NAME PIC X(20).
           05 PT-ARG-PRODUCT-TYPE PIC X(1).
           05 PT-ARG-CREDIT-RATE PIC 9V9999.
           05 PT-ARG-DEBIT-RATE PIC 9V9999.
           05 PT-ARG-MIN-BALANCE PIC 9(11)V9(4).
           05 PT-ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
           05 PT-ARG-OVERDRAFT-CEILING PIC 9(11)V9(4).
           05 PT-ARG-PRODUCT-STATUS PIC X(1).
           05 PT-ARG-EFFECTIVE-DATE PIC 9(8).
           05 PT-ARG-NOTICE-DAYS PIC 9(3).
           05 PT-ARG-BONUS-RATE PIC 9V9999.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so the
      *back-valued transfer posts through the authorised path
       01 TR-ARG-BUFFER.
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
      *Neither side may be the supervisor's own or a connected
      *person's account
           PERFORM CHECK-STAFF-LINK
           IF SL-ARG-RESULT NOT = 'Y'
              MOVE ARG-FROM-NAME TO ACT-NAME
              READ USER-ACCOUNTS RECORD KEY ACT-NAME
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM CHECK-STAFF-LINK
              END-READ
           END-IF
           IF SL-ARG-RESULT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator linked to this account"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              GOBACK
           END-IF
           CLOSE USER-ACCOUNTS

      *The transfer itself, today, carrying its true value date -
              PERFORM CLOSE-ALL
              GOBACK
           END-READ
      *The rate the account was on when the money should have landed
           MOVE ACT-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE ARG-VALUE-DATE TO PT-ARG-ON-DATE
           MOVE ACT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           MOVE PT-ARG-CREDIT-RATE TO WS-ANNUAL-RATE
           COMPUTE WS-DAYS-LATE
              = FUNCTION INTEGER-OF-DATE(WS-TODAY)
              - FUNCTION INTEGER-OF-DATE(ARG-VALUE-DATE)
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
              CONTINUE
           END-WRITE
           CLOSE AUDIT-LOG.
      *The account's holders, as STAFFCHK wants them - the customer
      *identity is ACT-OWNER, or the account's own name when primary
       CHECK-STAFF-LINK.
           MOVE WS-OPERATOR-ID TO SL-ARG-OPERATOR-ID
           MOVE ACT-NAME TO SL-ARG-ACCOUNT
           IF ACT-OWNER = SPACES
              MOVE ACT-NAME TO SL-ARG-IDENTITY
           ELSE
              MOVE ACT-OWNER TO SL-ARG-IDENTITY
           END-IF
           MOVE ACT-SECONDARY-NAME TO SL-ARG-SECONDARY
           CALL 'STAFFCHK' USING SL-ARG-BUFFER.
