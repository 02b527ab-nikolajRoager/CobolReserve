      *the fees taken from the bank account, and writes a fresh pair of
      *TR-RECORDs of type "reversal" pointing back at the originals via
      *TR-REF-KEY, so a mis-keyed transfer can be corrected same-day
      *without editing the ledger by hand. Card rewards points the
      *original earned are taken back through RWDPOST
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
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
       01 WS-FILE-STATUS   PIC XX.
       01 WS-T-FILE-STATUS PIC XX.
           05 OS-ARG-RESULT PIC X(1).
       01 WS-AU-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(9).
      *Laid out exactly like STAFFCHK's own LINKAGE SECTION - no
      *supervisor reverses a transfer touching their own or a
      *connected person's account
       01 SL-ARG-BUFFER.
           05 SL-ARG-OPERATOR-ID PIC X(9).
           05 SL-ARG-PROGRAM PIC X(8) VALUE 'REVXFER'.
           05 SL-ARG-ACCOUNT PIC X(9).
           05 SL-ARG-IDENTITY PIC X(9).
           05 SL-ARG-SECONDARY PIC X(9).
           05 SL-ARG-RESULT PIC X(1).
      *Set when a scan of USER-TRANSFERS turns up a reversal entry
      *already pointing back at one of this pair's keys
       01 WS-ALREADY-REVERSED PIC X VALUE 'N'.
           05 WS-TO-OWN-AMOUNT   PIC S9(11)V9(4).
           05 WS-TO-OWN-CCY      PIC X(3).
       COPY wstrnrep.
      *Laid out exactly like RWDPOST's own LINKAGE SECTION
       01 RP-ARG-BUFFER.
           05 RP-ARG-ACTION PIC X(1) VALUE 'R'.
           05 RP-ARG-TR-KEY PIC X(25).
           05 RP-ARG-TYPE-NAME PIC X(20).
           05 RP-ARG-MERCHANT PIC X(9).
           05 RP-ARG-SPEND PIC 9(11)V9(4) VALUE 0.
           05 RP-ARG-POINTS PIC 9(9).
      *--------------
       LINKAGE SECTION.
      *--------------
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF.
      *Neither side of the transfer may be the supervisor's own or a
      *connected person's account - checked before either side moves
       CHECK-STAFF-LINKS.
           MOVE WS-FROM-NAME TO ACT-NAME
           PERFORM TEST-STAFF-LINK
           IF SL-ARG-RESULT NOT = 'Y'
              MOVE WS-TO-NAME TO ACT-NAME
              PERFORM TEST-STAFF-LINK
           END-IF
           IF SL-ARG-RESULT = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Operator linked to this account"'
              DISPLAY '}'
              CLOSE USER-ACCOUNTS
              CLOSE USER-TRANSFERS
              GOBACK
           END-IF.
      *Neither leg of this transfer may have already been reversed -
      *walk the whole ledger once looking for a "reversal" entry whose
      *TR-REF-KEY points back at either key of this pair
               CONTINUE
           END-WRITE.
           PERFORM JOURNAL-TRANSFER-WRITE.
           PERFORM UNWIND-REWARDS.
      *Take back any rewards points either leg earned. A leg that
      *earned none is passed over by RWDPOST
       UNWIND-REWARDS.
           MOVE ARG-FROM-KEY TO RP-ARG-TR-KEY
           MOVE WS-FROM-TYPE TO RP-ARG-TYPE-NAME
           MOVE WS-FROM-OTHER-NAME TO RP-ARG-MERCHANT
           CALL 'RWDPOST' USING RP-ARG-BUFFER
           MOVE ARG-TO-KEY TO RP-ARG-TR-KEY
           MOVE WS-TO-TYPE TO RP-ARG-TYPE-NAME
           MOVE WS-TO-OTHER-NAME TO RP-ARG-MERCHANT
           CALL 'RWDPOST' USING RP-ARG-BUFFER.
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
      *idiom the notification outbox uses. A journal that can not be
      *written must not block the posting itself
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS.
      *The account's holders, as STAFFCHK wants them - the customer
      *identity is ACT-OWNER, or the account's own name when primary.
      *An account gone missing is left to the posting paragraphs to
      *report
       TEST-STAFF-LINK.
           MOVE 'N' TO SL-ARG-RESULT
           READ USER-ACCOUNTS RECORD KEY ACT-NAME
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE WS-OPERATOR-ID TO SL-ARG-OPERATOR-ID
              MOVE ACT-NAME TO SL-ARG-ACCOUNT
              IF ACT-OWNER = SPACES
                 MOVE ACT-NAME TO SL-ARG-IDENTITY
              ELSE
                 MOVE ACT-OWNER TO SL-ARG-IDENTITY
              END-IF
              MOVE ACT-SECONDARY-NAME TO SL-ARG-SECONDARY
              CALL 'STAFFCHK' USING SL-ARG-BUFFER
           END-READ.
