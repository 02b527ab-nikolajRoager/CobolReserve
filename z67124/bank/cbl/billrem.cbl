      *Daily biller remittance. Every bill payment BILLPAY booked
      *since the last run is still pending on BILLPAYS, with its
      *money sitting on the "BILLCLR  " clearing account. For each
      *biller this run totals the pending payments, moves that total
      *out of BILLCLR to the biller's collection account as ONE
      *settlement through TRNSFR, and only once that has posted
      *writes the biller's section of the remittance file - a header,
      *one line per payment with the customer's reference and amount,
      *and a trailer with the count and control total the biller
      *proves the settlement against - and marks the payments
      *remitted. A biller whose settlement did not post keeps its
      *payments pending for the next run, and a biller already
      *remitted today is left alone, so a re-run can never pay anyone
      *twice. Payments booked while a biller is being worked wait
      *for the next run
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    BILLREM.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-PAYMENTS ASSIGN TO BILLPAYS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BP-KEY
           FILE STATUS IS WS-BP-FILE-STATUS.
           SELECT BILLER-DIRECTORY ASSIGN TO BILLDIR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BI-CODE
           FILE STATUS IS WS-BI-FILE-STATUS.
      *The remittance file handed to the billers, one section each
           SELECT REMITTANCE-FILE ASSIGN TO BILLREMT
           FILE STATUS IS WS-RM-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  BILL-PAYMENTS DATA RECORD IS BP-RECORD.
       COPY bpayrec.
       FD  BILLER-DIRECTORY DATA RECORD IS BI-RECORD.
       COPY billdir.
      *H = header, D = one payment, T = trailer; every line carries
      *the biller code so the file can be split for distribution
       FD  REMITTANCE-FILE RECORDING MODE F.
       01  RM-HEADER.
           05 RM-H-TYPE PIC X(1).
           05 RM-H-BILLER PIC X(8).
           05 RM-H-NAME PIC X(30).
           05 RM-H-REMIT-DATE PIC 9(8).
           05 RM-H-CURRENCY PIC X(3).
           05 FILLER PIC X(30).
       01  RM-DETAIL.
           05 RM-D-TYPE PIC X(1).
           05 RM-D-BILLER PIC X(8).
           05 RM-D-REFERENCE PIC X(20).
           05 RM-D-AMOUNT PIC +9(11).9(4).
           05 RM-D-PAID-DATE PIC 9(8).
      *Our payment reference, for the biller's queries back to us
           05 RM-D-PAYMENT-REF PIC X(16).
           05 FILLER PIC X(10).
       01  RM-TRAILER.
           05 RM-T-TYPE PIC X(1).
           05 RM-T-BILLER PIC X(8).
           05 RM-T-COUNT PIC 9(6).
           05 RM-T-TOTAL PIC +9(11).9(4).
           05 FILLER PIC X(48).
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-BP-FILE-STATUS PIC XX.
       01 WS-BI-FILE-STATUS PIC XX.
       01 WS-RM-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      *The biller being worked, and the last pending payment the
      *tally saw - the remittance pass stops there, so the file and
      *the settlement always cover exactly the same payments
       01 WS-BILLER PIC X(8).
       01 WS-BILLER-END PIC X.
       01 WS-LAST-KEY PIC X(24).
       01 WS-TALLY-COUNT PIC 9(6).
       01 WS-TALLY-TOTAL PIC 9(11)V9(4).
       01 WS-REMIT-COUNT PIC 9(6).
       01 WS-REMIT-TOTAL PIC 9(11)V9(4).
       01 WS-AMOUNT-EDIT PIC 9(11).9(4).
       01 WS-REMIT-REF.
           05 FILLER PIC X(11) VALUE 'BILL REMIT '.
           05 WS-RR-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
       01 WS-BILLERS-REMITTED PIC 9(6) VALUE 0.
       01 WS-PAYMENTS-REMITTED PIC 9(6) VALUE 0.
       01 WS-BILLERS-HELD PIC 9(6) VALUE 0.
      *Laid out exactly like TRNSFR's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 TR-ARG-BUFFER.
           05 TR-ARG-LENGTH    PIC S9(4) COMP.
           05 TR-ARG-AMOUNT    PIC X(12)XX(4).
           05 TR-ARG-CURRENCY  PIC X(3).
      *BILLCLR keeps no hash of its own - this batch is the only
      *thing that ever pays out of it
           05 TR-ARG-HASH      PIC X(8) VALUE SPACES.
      *A settlement is the day's contract, never held for a second
      *teller
           05 TR-ARG-SKIP-APPROVAL PIC X(1) VALUE 'Y'.
           05 TR-ARG-VALUE-DATE PIC 9(8) VALUE 0.
      *A rate-lock quote id from FXQUOTE - spaces = convert at the
      *live rates as always
           05 TR-ARG-QUOTE-ID  PIC X(12) VALUE SPACES.
      *Pre-authorised destination - never a new-payee confirm stop
           05 TR-ARG-CONFIRM-PAYEE PIC X(1) VALUE 'Y'.
           05 TR-ARG-FROM-NAME PIC X(9) VALUE "BILLCLR  ".
           05 TR-ARG-TELLER-ID PIC X(8) VALUE SPACES.
      *Remittance reference carried through to the ledger record
           05 TR-ARG-REMIT-REF PIC X(20) VALUE SPACES.
           05 TR-ARG-TO-NAME   PIC X(9).
      *Output only - TRNSFR sets this before returning
           05 TR-ARG-RESULT    PIC X(1).
      *Staging for one central operations event, laid out exactly like
      *OPSLOG's own LINKAGE SECTION - a remittance run that could not
      *start belongs on the operators' digest, not just this job's
      *output
       01 OV-ARG-BUFFER.
           05 OV-ARG-PROGRAM PIC X(8) VALUE 'BILLREM'.
           05 OV-ARG-SEVERITY PIC X(1) VALUE 'F'.
           05 OV-ARG-FILE-NAME PIC X(8).
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00'
                 OR WS-STAT-FILE-STATUS = '97'
              MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE STATS
           IF WS-BUSINESS-DATE NUMERIC
                 AND WS-BUSINESS-DATE NOT = '00000000'
              MOVE WS-BUSINESS-DATE TO WS-TODAY
           END-IF
           MOVE WS-TODAY TO WS-RR-DATE

      *No payment file on disk means nobody has paid a bill yet -
      *the remittance file is still cut, empty
           OPEN I-O BILL-PAYMENTS
           IF WS-BP-FILE-STATUS = '35'
              MOVE 'Y' TO WS-EOF
           ELSE
              IF WS-BP-FILE-STATUS NOT = '00' AND NOT = '97'
                 DISPLAY '{'
                 DISPLAY '  "success":0,'
           DISPLAY '"error":"Bill payment file error ' WS-BP-FILE-STATUS
                    '"'
                 DISPLAY '}'
                 MOVE 'BILLPAYS' TO OV-ARG-FILE-NAME
                 MOVE WS-BP-FILE-STATUS TO OV-ARG-FILE-STATUS
                 MOVE SPACES TO OV-ARG-KEY-IN-HAND
                 PERFORM RECORD-OPS-EVENT
                 CLOSE BILL-PAYMENTS
                 GOBACK
              END-IF
           END-IF
           OPEN I-O BILLER-DIRECTORY
           IF WS-BI-FILE-STATUS NOT = '00' AND NOT = '97'
                 AND WS-EOF = 'N'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Biller file error ' WS-BI-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'BILLDIR' TO OV-ARG-FILE-NAME
              MOVE WS-BI-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE BILLER-DIRECTORY
              CLOSE BILL-PAYMENTS
              GOBACK
           END-IF
           OPEN OUTPUT REMITTANCE-FILE
           IF WS-RM-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Remittance file error ' WS-RM-FILE-STATUS
                 '"'
              DISPLAY '}'
              MOVE 'BILLREMT' TO OV-ARG-FILE-NAME
              MOVE WS-RM-FILE-STATUS TO OV-ARG-FILE-STATUS
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE REMITTANCE-FILE
              CLOSE BILLER-DIRECTORY
              CLOSE BILL-PAYMENTS
              GOBACK
           END-IF

           IF WS-EOF = 'N'
              MOVE LOW-VALUES TO BP-KEY
              START BILL-PAYMENTS KEY IS >= BP-KEY
              IF WS-BP-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-EOF
              END-IF
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "RemitDate":' WS-TODAY ','
           DISPLAY '  "Billers":['
           PERFORM NEXT-BILLER UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "BillersRemitted":' WS-BILLERS-REMITTED ','
           DISPLAY '  "PaymentsRemitted":' WS-PAYMENTS-REMITTED ','
           DISPLAY '  "BillersHeld":' WS-BILLERS-HELD
           DISPLAY '}'
           CLOSE REMITTANCE-FILE
           CLOSE BILLER-DIRECTORY
           IF WS-BP-FILE-STATUS NOT = '35'
              CLOSE BILL-PAYMENTS
           END-IF
           GOBACK.
      *The first record read is the next biller's first payment; once
      *the biller is done, skip past the rest of its key range
       NEXT-BILLER.
           READ BILL-PAYMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   MOVE BP-BILLER TO WS-BILLER
                   PERFORM REMIT-ONE-BILLER
                      THRU REMIT-ONE-BILLER-EXIT
                   MOVE WS-BILLER TO BP-BILLER
                   MOVE HIGH-VALUES TO BP-TIME-STAMP
                   START BILL-PAYMENTS KEY IS > BP-KEY
                   IF WS-BP-FILE-STATUS NOT = '00'
                      MOVE 'Y' TO WS-EOF
                   END-IF
           END-READ.
       REMIT-ONE-BILLER.
           MOVE 0 TO WS-TALLY-COUNT
           MOVE 0 TO WS-TALLY-TOTAL
           MOVE 'N' TO WS-BILLER-END
           MOVE WS-BILLER TO BP-BILLER
           MOVE LOW-VALUES TO BP-TIME-STAMP
           START BILL-PAYMENTS KEY IS >= BP-KEY
           IF WS-BP-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-BILLER-END
           END-IF
           PERFORM TALLY-ONE-PAYMENT UNTIL WS-BILLER-END = 'Y'
           IF WS-TALLY-COUNT = 0
              GO TO REMIT-ONE-BILLER-EXIT
           END-IF

           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Biller":"' WS-BILLER '",'
           DISPLAY '    "Payments":' WS-TALLY-COUNT ','
           MOVE WS-TALLY-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY '    "Total":' WS-AMOUNT-EDIT ','
           MOVE WS-BILLER TO BI-CODE
           READ BILLER-DIRECTORY RECORD KEY BI-CODE
           INVALID KEY
      *Left pending - the money is safe on BILLCLR until ops put the
      *biller back on the directory
              DISPLAY '    "Settled":"no biller record, held"'
              DISPLAY '  }'
              ADD 1 TO WS-BILLERS-HELD
              GO TO REMIT-ONE-BILLER-EXIT
           END-READ
           IF BI-LAST-REMIT-DATE = WS-TODAY
              DISPLAY '    "Settled":"already remitted today, held"'
              DISPLAY '  }'
              ADD 1 TO WS-BILLERS-HELD
              GO TO REMIT-ONE-BILLER-EXIT
           END-IF

           MOVE 96 TO TR-ARG-LENGTH
           MOVE WS-AMOUNT-EDIT TO TR-ARG-AMOUNT
           MOVE BI-CURRENCY TO TR-ARG-CURRENCY
           MOVE BI-ACCOUNT TO TR-ARG-TO-NAME
           MOVE WS-REMIT-REF TO TR-ARG-REMIT-REF
           CALL 'TRNSFR' USING TR-ARG-BUFFER
           IF TR-ARG-RESULT NOT = 'Y'
              DISPLAY '    "Settled":"settlement did not post"'
              DISPLAY '  }'
              ADD 1 TO WS-BILLERS-HELD
              GO TO REMIT-ONE-BILLER-EXIT
           END-IF
           MOVE WS-TODAY TO BI-LAST-REMIT-DATE
           REWRITE BI-RECORD
           DISPLAY '    "Settled":' WS-AMOUNT-EDIT ','
           DISPLAY '    "Account":"' BI-ACCOUNT '"'
           DISPLAY '  }'

           MOVE SPACES TO RM-HEADER
           MOVE 'H' TO RM-H-TYPE
           MOVE BI-CODE TO RM-H-BILLER
           MOVE BI-NAME TO RM-H-NAME
           MOVE WS-TODAY TO RM-H-REMIT-DATE
           MOVE BI-CURRENCY TO RM-H-CURRENCY
           WRITE RM-HEADER
           MOVE 0 TO WS-REMIT-COUNT
           MOVE 0 TO WS-REMIT-TOTAL
           MOVE 'N' TO WS-BILLER-END
           MOVE WS-BILLER TO BP-BILLER
           MOVE LOW-VALUES TO BP-TIME-STAMP
           START BILL-PAYMENTS KEY IS >= BP-KEY
           IF WS-BP-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-BILLER-END
           END-IF
           PERFORM REMIT-ONE-PAYMENT UNTIL WS-BILLER-END = 'Y'
           MOVE SPACES TO RM-TRAILER
           MOVE 'T' TO RM-T-TYPE
           MOVE BI-CODE TO RM-T-BILLER
           MOVE WS-REMIT-COUNT TO RM-T-COUNT
           MOVE WS-REMIT-TOTAL TO RM-T-TOTAL
           WRITE RM-TRAILER
           ADD 1 TO WS-BILLERS-REMITTED.
       REMIT-ONE-BILLER-EXIT.
           EXIT.
       TALLY-ONE-PAYMENT.
           READ BILL-PAYMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BILLER-END
               NOT AT END
                   IF BP-BILLER NOT = WS-BILLER
                      MOVE 'Y' TO WS-BILLER-END
                   ELSE
                      IF BP-IS-PENDING
                         ADD 1 TO WS-TALLY-COUNT
                         ADD BP-AMOUNT TO WS-TALLY-TOTAL
                         MOVE BP-KEY TO WS-LAST-KEY
                      END-IF
                   END-IF
           END-READ.
      *One detail line per pending payment up to where the tally
      *stopped, each marked remitted as it goes on the file
       REMIT-ONE-PAYMENT.
           READ BILL-PAYMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-BILLER-END
               NOT AT END
                   IF BP-BILLER NOT = WS-BILLER
                         OR BP-KEY > WS-LAST-KEY
                      MOVE 'Y' TO WS-BILLER-END
                   ELSE
                      IF BP-IS-PENDING
                         MOVE SPACES TO RM-DETAIL
                         MOVE 'D' TO RM-D-TYPE
                         MOVE BP-BILLER TO RM-D-BILLER
                         MOVE BP-REFERENCE TO RM-D-REFERENCE
                         MOVE BP-AMOUNT TO RM-D-AMOUNT
                         MOVE BP-PAID-DATE TO RM-D-PAID-DATE
                         MOVE BP-TIME-STAMP TO RM-D-PAYMENT-REF
                         WRITE RM-DETAIL
                         MOVE 'R' TO BP-STATUS
                         MOVE WS-TODAY TO BP-REMIT-DATE
                         REWRITE BP-RECORD
                         ADD 1 TO WS-REMIT-COUNT
                         ADD BP-AMOUNT TO WS-REMIT-TOTAL
                         ADD 1 TO WS-PAYMENTS-REMITTED
                      END-IF
                   END-IF
           END-READ.
      *One line to the central operations event file at the same
      *spot the JSON error prints - an unattended night run that
      *could not open its files must surface on the morning digest.
      *OPSLOG swallows its own failures - recording a failure must
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
