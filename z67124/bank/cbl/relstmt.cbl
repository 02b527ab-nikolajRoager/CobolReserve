      *their maturity dates, the loans with their balances and next
      *payment due, and the total position converted to the default
      *currency off the statement-date SNAPFILE balances at the
      *stored rates. Spooled like the existing statements. Held on
      *HELDMAIL instead, through MAILHOLD, while the customer's mail
      *comes back returned
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-NEXT-DUE-DATE PIC 9(8).
       01 WS-NEXT-DUE-AMOUNT PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC -Z(12)9.9(4).
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
           05 ARG-LENGTH PIC S9(4) COMP.
              GOBACK
           END-READ

           MOVE WS-NAME TO MH-ARG-ACCOUNT
           MOVE 'RELSTMT' TO MH-ARG-PROGRAM
           MOVE SPACES TO MH-ARG-DOCUMENT
           STRING 'RELATIONSHIP STATEMENT ' WS-STMT-MONTH
              DELIMITED BY SIZE INTO MH-ARG-DOCUMENT
           MOVE SPACES TO MH-ARG-DETAIL
           CALL 'MAILHOLD' USING MH-ARG-BUFFER
           IF MH-ARG-HELD = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":1,'
              DISPLAY '  "error":"No error",'
              DISPLAY '  "Customer":"' WS-NAME '",'
              DISPLAY '  "HeldMail":"' MH-ARG-CUSTOMER '"'
              DISPLAY '}'
              CLOSE CUSTOMER-MASTER
              GOBACK
           END-IF

           OPEN INPUT USER-ACCOUNTS
           OPEN INPUT MONTH-SUMMARY
           OPEN INPUT TERM-DEPOSITS
