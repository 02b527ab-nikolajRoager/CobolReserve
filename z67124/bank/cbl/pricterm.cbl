      *Relationship pricing lookup: given a customer identity and a
      *date, say whether a negotiated agreement on PRICAGR is in
      *force and hand back the terms it overrides - and, once the
      *caller has posted on those terms, add what they cost against
      *standard pricing to the agreement's running totals. The one
      *place the agreement rule lives, CALLed by TRNSFR/DEPWIT/
      *INTPOST/FEESWEP the same way they call PRODTERM.
      *Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    PRICTERM.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICING-AGREEMENTS ASSIGN TO PRICAGR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PA-CUSTOMER
              FILE STATUS IS WS-PA-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  PRICING-AGREEMENTS DATA RECORD IS PA-RECORD.
       COPY pricagr.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-PA-FILE-STATUS PIC XX.
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *In: L = look the agreement up, C = add the cost of a posting
      *just made on it
           05 ARG-ACTION PIC X(1).
      *In: the wallet's owning identity - ACT-OWNER, or its own
      *ACT-NAME for a primary/standalone account
           05 ARG-CUSTOMER PIC X(9).
      *In: the day the terms are wanted for, CCYYMMDD
           05 ARG-ON-DATE PIC 9(8).
      *Output: Y = an agreement is in force, N = standard pricing
           05 ARG-FOUND PIC X(1).
      *Output: Y = the term beside it overrides the standard one
           05 ARG-TXN-FEE-FLAG PIC X(1).
           05 ARG-TRANSACTION-FEE PIC 9V9999.
           05 ARG-FX-FEE-FLAG PIC X(1).
           05 ARG-EXCHANGE-FEE PIC 9V9999.
           05 ARG-RATE-FLAG PIC X(1).
           05 ARG-CREDIT-RATE PIC 9V9999.
           05 ARG-MAINT-FLAG PIC X(1).
           05 ARG-MAINTENANCE-FEE PIC 9(11)V9(4).
      *In for C: standard less agreed - fees not taken, or interest
      *paid over standard. Negative when the agreement is dearer
           05 ARG-COST-TXN-FEE PIC S9(11)V9(4).
           05 ARG-COST-FX-FEE PIC S9(11)V9(4).
           05 ARG-COST-INTEREST PIC S9(11)V9(4).
           05 ARG-COST-MAINT-FEE PIC S9(11)V9(4).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           IF ARG-ACTION = 'C'
              PERFORM ADD-COST
           ELSE
              PERFORM LOOK-UP-AGREEMENT
           END-IF
           GOBACK.
      *No agreement file on disk, or none for the identity, or one
      *not in force on the day, all read as standard pricing
       LOOK-UP-AGREEMENT.
           MOVE 'N' TO ARG-FOUND
           MOVE 'N' TO ARG-TXN-FEE-FLAG
           MOVE 'N' TO ARG-FX-FEE-FLAG
           MOVE 'N' TO ARG-RATE-FLAG
           MOVE 'N' TO ARG-MAINT-FLAG
           MOVE 0 TO ARG-TRANSACTION-FEE
           MOVE 0 TO ARG-EXCHANGE-FEE
           MOVE 0 TO ARG-CREDIT-RATE
           MOVE 0 TO ARG-MAINTENANCE-FEE
           OPEN INPUT PRICING-AGREEMENTS
           IF WS-PA-FILE-STATUS = '00' OR WS-PA-FILE-STATUS = '97'
              MOVE ARG-CUSTOMER TO PA-CUSTOMER
              READ PRICING-AGREEMENTS RECORD KEY PA-CUSTOMER
              NOT INVALID KEY
                 IF PA-IS-ACTIVE
                       AND PA-EFFECTIVE-DATE <= ARG-ON-DATE
                       AND PA-EXPIRY-DATE >= ARG-ON-DATE
                    PERFORM HAND-BACK-TERMS
                 END-IF
              END-READ
              CLOSE PRICING-AGREEMENTS
           END-IF.
       HAND-BACK-TERMS.
           MOVE 'Y' TO ARG-FOUND
           MOVE PA-TXN-FEE-FLAG TO ARG-TXN-FEE-FLAG
           MOVE PA-TRANSACTION-FEE TO ARG-TRANSACTION-FEE
           MOVE PA-FX-FEE-FLAG TO ARG-FX-FEE-FLAG
           MOVE PA-EXCHANGE-FEE TO ARG-EXCHANGE-FEE
           MOVE PA-RATE-FLAG TO ARG-RATE-FLAG
           MOVE PA-CREDIT-RATE TO ARG-CREDIT-RATE
           MOVE PA-MAINT-FLAG TO ARG-MAINT-FLAG
           MOVE PA-MAINTENANCE-FEE TO ARG-MAINTENANCE-FEE.
      *A cost that can not be recorded never blocks the posting -
      *the customer has already been priced on the agreement
       ADD-COST.
           OPEN I-O PRICING-AGREEMENTS
           IF WS-PA-FILE-STATUS = '00' OR WS-PA-FILE-STATUS = '97'
              MOVE ARG-CUSTOMER TO PA-CUSTOMER
              READ PRICING-AGREEMENTS RECORD KEY PA-CUSTOMER
              NOT INVALID KEY
                 ADD ARG-COST-TXN-FEE TO PA-COST-TXN-FEE
                 ADD ARG-COST-FX-FEE TO PA-COST-FX-FEE
                 ADD ARG-COST-INTEREST TO PA-COST-INTEREST
                 ADD ARG-COST-MAINT-FEE TO PA-COST-MAINT-FEE
                 ADD 1 TO PA-ITEMS-PRICED
                 REWRITE PA-RECORD
              END-READ
              CLOSE PRICING-AGREEMENTS
           END-IF.
