      *match - confirmations for references we never sent, and
      *payments sent but still unconfirmed (the money is off our
      *books into the nostro mirror, so every unconfirmed line is
      *money in flight somebody should be watching). The charges
      *the correspondent quotes against each confirmed payment are
      *kept on it and reconciled against what OUTPAY collected from
      *the sender, and every difference is reported
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
           FILE STATUS IS WS-OP-FILE-STATUS.
      *The correspondent's returned confirmation file: one line per
      *payment, quoting the reference we put on the interchange file
      *and the charges they took for it
           SELECT CONFIRMATION-FILE ASSIGN TO CONFIRM
           FILE STATUS IS WS-C-FILE-STATUS.
      *-------------
       FD  CONFIRMATION-FILE RECORDING MODE F.
       01  CF-LINE.
           05 CF-REFERENCE PIC X(25).
      *Their charges, +9(11).9(4) in the payment currency - spaces
      *when the correspondent quotes none
           05 CF-CHARGES PIC X(17).
           05 FILLER PIC X(8).
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-OP-FILE-STATUS PIC XX.
       01 WS-CONFIRMED PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-REFS PIC 9(6) VALUE 0.
       01 WS-STILL-IN-FLIGHT PIC 9(6) VALUE 0.
       01 WS-CHARGE-DIFFS PIC 9(6) VALUE 0.
       01 WS-COLLECTED PIC 9(11)V9(4).
       01 WS-DIFFERENCE PIC S9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC -Z(10)9.9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF
           PERFORM LIST-IN-FLIGHT UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'

      *Second pass over the confirmations: every quoted charge that
      *is not what we collected from the sender
           DISPLAY '  "ChargeDifferences":['
           MOVE 'N' TO WS-EOF
           MOVE 'Y' TO WS-START
           OPEN INPUT CONFIRMATION-FILE
           PERFORM LIST-CHARGE-DIFFERENCES UNTIL WS-EOF = 'Y'
           CLOSE CONFIRMATION-FILE
           DISPLAY '  ],'
           DISPLAY '  "Confirmed":' WS-CONFIRMED ','
           DISPLAY '  "UnknownReferences":' WS-UNKNOWN-REFS ','
           DISPLAY '  "SentUnconfirmed":' WS-STILL-IN-FLIGHT ','
           DISPLAY '  "ChargeDifferenceCount":' WS-CHARGE-DIFFS
           DISPLAY '}'
           CLOSE OUTBOUND-PAYMENTS
           GOBACK.
           NOT INVALID KEY
              IF OP-IS-SENT
                 MOVE 'C' TO OP-STATUS
                 MOVE 0 TO OP-CHARGE-ACTUAL
                 IF CF-CHARGES NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(CF-CHARGES) = 0
                    COMPUTE OP-CHARGE-ACTUAL
                       = FUNCTION NUMVAL(CF-CHARGES)
                 END-IF
                 REWRITE OP-RECORD
                 ADD 1 TO WS-CONFIRMED
              END-IF
           END-READ.
       LIST-CHARGE-DIFFERENCES.
           READ CONFIRMATION-FILE
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 IF CF-CHARGES NOT = SPACES
                    PERFORM CHECK-ONE-CHARGE
                 END-IF
           END-READ.
      *Payments captured before charges were collected read as
      *nothing collected
       CHECK-ONE-CHARGE.
           MOVE CF-REFERENCE TO OP-KEY
           READ OUTBOUND-PAYMENTS RECORD KEY OP-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              IF OP-IS-CONFIRMED AND OP-CHARGE-ACTUAL NUMERIC
                 MOVE 0 TO WS-COLLECTED
                 IF OP-CHARGE-COLLECTED NUMERIC
                    MOVE OP-CHARGE-COLLECTED TO WS-COLLECTED
                 END-IF
                 COMPUTE WS-DIFFERENCE
                    = OP-CHARGE-ACTUAL - WS-COLLECTED
                 IF WS-DIFFERENCE NOT = 0
                    PERFORM REPORT-ONE-DIFFERENCE
                 END-IF
              END-IF
           END-READ.
       REPORT-ONE-DIFFERENCE.
           ADD 1 TO WS-CHARGE-DIFFS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Ref":"' OP-KEY '",'
           DISPLAY '    "Bank":"' OP-BANK-ID '",'
           DISPLAY '    "ChargeOption":"' OP-CHARGE-OPTION '",'
           DISPLAY '    "Currency":"' OP-CURRENCY '",'
           MOVE WS-COLLECTED TO WS-AMOUNT-EDIT
           DISPLAY '    "Collected":' WS-AMOUNT-EDIT ','
           MOVE OP-CHARGE-ACTUAL TO WS-AMOUNT-EDIT
           DISPLAY '    "Charged":' WS-AMOUNT-EDIT ','
           MOVE WS-DIFFERENCE TO WS-AMOUNT-EDIT
           DISPLAY '    "Difference":' WS-AMOUNT-EDIT
           DISPLAY '  }'.
       LIST-IN-FLIGHT.
           READ OUTBOUND-PAYMENTS NEXT RECORD
               AT END
