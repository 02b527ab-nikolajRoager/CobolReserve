      *status with a fresh three-year expiry, writes the embossing
      *file for the card bureau, tells the holder through OUTBOX,
      *and reports the renewals it suppressed because the account is
      *frozen, dormant, or the card itself was blocked. A holder whose
      *mail comes back returned still gets the replacement cut, but
      *its embossing row goes to HELDMAIL through MAILHOLD instead of
      *the bureau, so no plastic is posted to the dead address
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-CUT-MM PIC 9(2).
       01 WS-RENEWED PIC 9(6) VALUE 0.
       01 WS-SUPPRESSED PIC 9(6) VALUE 0.
       01 WS-HELD PIC 9(6) VALUE 0.
       01 WS-SUPPRESS-REASON PIC X(20).
       01 WS-OLD-CARD-ID PIC X(16).
       01 WS-NOTICE-DAYS PIC 9(4).
           05 WS-OB-TYPE PIC X(20).
           05 WS-OB-AMOUNT PIC S9(11)V9(4).
           05 WS-OB-CCY PIC X(3).
      *Laid out exactly like MAILHOLD's own LINKAGE SECTION
       01 MH-ARG-BUFFER.
           05 MH-ARG-ACCOUNT PIC X(9).
           05 MH-ARG-PROGRAM PIC X(8).
           05 MH-ARG-DOCUMENT PIC X(30).
           05 MH-ARG-DETAIL PIC X(100).
           05 MH-ARG-HELD PIC X(1).
           05 MH-ARG-CUSTOMER PIC X(9).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *Months ahead of expiry the replacement is cut, e.g. 2
           DISPLAY '  "error":"No error",'
           DISPLAY '  "CutoffMonth":' WS-CUT-MONTH ','
           DISPLAY '  "CardsRenewed":' WS-RENEWED ','
           DISPLAY '  "RenewalsSuppressed":' WS-SUPPRESSED ','
           DISPLAY '  "HeldForReturnedMail":' WS-HELD
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           CLOSE CARD-MASTER
                 MOVE CU-FULL-NAME TO EM-HOLDER-NAME
              END-READ
           END-READ
           MOVE CR-ACCOUNT TO MH-ARG-ACCOUNT
           MOVE 'CARDRNW' TO MH-ARG-PROGRAM
           MOVE SPACES TO MH-ARG-DOCUMENT
           STRING 'CARD RENEWAL ' CR-CARD-ID
              DELIMITED BY SIZE INTO MH-ARG-DOCUMENT
           MOVE EM-RECORD TO MH-ARG-DETAIL
           CALL 'MAILHOLD' USING MH-ARG-BUFFER
           IF MH-ARG-HELD = 'Y'
              ADD 1 TO WS-HELD
              MOVE SPACES TO WS-SPOOL-LINE
              STRING CR-CARD-ID ' ' CR-ACCOUNT ' '
                 'embossing held - mail returned'
                 DELIMITED BY SIZE INTO WS-SPOOL-LINE
              PERFORM SPOOL-LINE
           ELSE
              WRITE EM-RECORD
           END-IF.
      *Append one event to the notification outbox, the same
      *OPEN-I-O-with-35-fallback idiom the posting programs use
       WRITE-OUTBOX-EVENT.
