      *Split a VAT-inclusive account service fee into the net fee and
      *the VAT portion at the rate VATRATE carries for its fee type.
      *CALLed by every program that takes a taxable fee (FEESWEP,
      *RETRYRUN, CHQCLEAR, SVCCHG) and by FEEREF, so the split is
      *worked out one way only. No rate file, no entry or a 0 rate
      *all mean the fee is exempt: the whole amount is net fee
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    VATSPLIT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAT-RATES ASSIGN TO VATRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VR-FEE-TYPE
              FILE STATUS IS WS-VR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  VAT-RATES DATA RECORD IS VR-RECORD.
       COPY vatrate.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-VR-FILE-STATUS PIC XX.
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *Ledger type name of the fee being taken
           05 ARG-FEE-TYPE PIC X(20).
      *What the customer pays, VAT included
           05 ARG-GROSS PIC S9(11)V9(4).
      *Returned: fee income, VAT, and the rate applied
           05 ARG-NET PIC S9(11)V9(4).
           05 ARG-VAT PIC S9(11)V9(4).
           05 ARG-RATE PIC 9V9999.
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 0 TO ARG-RATE
           OPEN INPUT VAT-RATES
           IF WS-VR-FILE-STATUS = '00' OR WS-VR-FILE-STATUS = '97'
              MOVE ARG-FEE-TYPE TO VR-FEE-TYPE
              READ VAT-RATES RECORD KEY VR-FEE-TYPE
              NOT INVALID KEY
                 MOVE VR-RATE TO ARG-RATE
              END-READ
           END-IF
           CLOSE VAT-RATES
      *The rate is on the net fee, so the VAT inside a gross charge
      *is gross x rate / (1 + rate) - the net is whatever is left
           IF ARG-RATE > 0
              COMPUTE ARG-VAT ROUNDED
                 = ARG-GROSS * ARG-RATE / (1 + ARG-RATE)
           ELSE
              MOVE 0 TO ARG-VAT
           END-IF
           COMPUTE ARG-NET = ARG-GROSS - ARG-VAT
           GOBACK.
