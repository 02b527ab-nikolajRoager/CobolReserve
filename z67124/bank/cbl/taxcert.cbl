      *USER-TRANSFERS legs INTPOST writes - no more after-the-fact
      *spreadsheet for the auditor to note. The ledger is keyed
      *account-then-timestamp, so one forward walk with a group
      *break per account covers the whole bank. A certificate for a
      *customer whose mail comes back returned is not printed but
      *booked on HELDMAIL through MAILHOLD, figures and all
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-CUR-TAX PIC S9(11)V9(4) VALUE 0.
       01 WS-CUR-GROSS PIC S9(11)V9(4).
       01 WS-GROUP-OPEN PIC X VALUE 'N'.
       01 WS-HELD PIC 9(6) VALUE 0.
       01 WS-GROSS-EDIT PIC -Z(10)9.9(4).
       01 WS-TAX-EDIT PIC -Z(10)9.9(4).
       01 WS-NET-EDIT PIC -Z(10)9.9(4).
      *Laid out exactly like MAILHOLD's own LINKAGE SECTION
       01 MH-ARG-BUFFER.
           05 MH-ARG-ACCOUNT PIC X(9).
           05 MH-ARG-PROGRAM PIC X(8).
           05 MH-ARG-DOCUMENT PIC X(30).
           05 MH-ARG-DETAIL PIC X(100).
           05 MH-ARG-HELD PIC X(1).
           05 MH-ARG-CUSTOMER PIC X(9).
      *--------------
       LINKAGE SECTION.
      *--------------
           DISPLAY '  "Certificates":['
           PERFORM SCAN-LEDGER UNTIL WS-EOF = 'Y'
           PERFORM CLOSE-GROUP
           DISPLAY '  ],'
           DISPLAY '  "CertificatesHeld":' WS-HELD
           DISPLAY '}'
           CLOSE USER-TRANSFERS
           GOBACK.
       CLOSE-GROUP.
           IF WS-GROUP-OPEN = 'Y'
              IF WS-CUR-GROSS NOT = 0 OR WS-CUR-TAX NOT = 0
      *The paid-out net is what is left of the gross once the
      *withheld slice is off
                 COMPUTE WS-CUR-NET = WS-CUR-GROSS - WS-CUR-TAX
                 PERFORM CHECK-HELD-MAIL
              END-IF
              MOVE 'N' TO WS-GROUP-OPEN
           END-IF.
      *The certificate goes to the print run unless MAILHOLD holds it
       CHECK-HELD-MAIL.
           MOVE WS-CUR-GROSS TO WS-GROSS-EDIT
           MOVE WS-CUR-TAX TO WS-TAX-EDIT
           MOVE WS-CUR-NET TO WS-NET-EDIT
           MOVE WS-CUR-ACCOUNT TO MH-ARG-ACCOUNT
           MOVE 'TAXCERT' TO MH-ARG-PROGRAM
           MOVE SPACES TO MH-ARG-DOCUMENT
           STRING 'TAX CERTIFICATE ' ARG-YEAR
              DELIMITED BY SIZE INTO MH-ARG-DOCUMENT
           MOVE SPACES TO MH-ARG-DETAIL
           STRING 'GROSS ' WS-GROSS-EDIT ' TAX ' WS-TAX-EDIT
              ' NET ' WS-NET-EDIT
              DELIMITED BY SIZE INTO MH-ARG-DETAIL
           CALL 'MAILHOLD' USING MH-ARG-BUFFER
           IF MH-ARG-HELD = 'Y'
              ADD 1 TO WS-HELD
           ELSE
              PERFORM SHOW-CERTIFICATE
           END-IF.
       SHOW-CERTIFICATE.
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Account":"' WS-CUR-ACCOUNT '",'
           MOVE WS-CUR-GROSS TO WS-AMOUNT-EDIT
           DISPLAY '    "GrossInterest":' WS-AMOUNT-EDIT ','
           MOVE WS-CUR-TAX TO WS-AMOUNT-EDIT
           DISPLAY '    "TaxWithheld":' WS-AMOUNT-EDIT ','
           MOVE WS-CUR-NET TO WS-AMOUNT-EDIT
           DISPLAY '    "NetPaid":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
