      *Card rewards points posting. DEBCARD and MOBPAY CALL this
      *once a purchase leg is on the ledger, to earn the account
      *points at the rate on RWDRATE for the leg's transaction type
      *(the merchant's own rate where marketing has set one); REVXFER
      *and DISPRES CALL it when they unwind a purchase, to take the
      *points back. The earn row is keyed by the purchase's TR-KEY,
      *so a reversal finds it directly and lands beside it. Points
      *already redeemed or expired off the earn row come out of the
      *account's other unused points, oldest first - whatever the
      *account no longer holds is simply gone. Like OPSLOG, every
      *error in here is swallowed: a rewards ledger that can not be
      *written must never fail the purchase behind it
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    RWDPOST.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REWARDS-LEDGER ASSIGN TO RWDLEDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-RL-FILE-STATUS.
           SELECT REWARDS-RATES ASSIGN TO RWDRATE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RR-KEY
           FILE STATUS IS WS-RR-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  REWARDS-LEDGER DATA RECORD IS RL-RECORD.
       COPY rwdledg.
       FD  REWARDS-RATES DATA RECORD IS RR-RECORD.
       COPY rwdrate.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-RL-FILE-STATUS PIC XX.
       01 WS-RR-FILE-STATUS PIC XX.
       01 WS-RL-EOF PIC X.
       01 WS-POINTS PIC 9(9).
      *Points of the reversal still to find, and what was found
       01 WS-TO-TAKE PIC 9(9).
       01 WS-TAKEN PIC 9(9).
       01 WS-EARN-KEY PIC X(26).
       01 WS-EARN-TYPE PIC X(20).
       01 WS-EARN-MERCHANT PIC X(9).
       LINKAGE SECTION.
       01 ARG-BUFFER.
      *E = earn on a purchase just posted, R = reverse its earn
           05 ARG-ACTION PIC X(1).
      *The purchase leg's own TR-KEY
           05 ARG-TR-KEY.
               10 ARG-ACCOUNT PIC X(9).
               10 ARG-STAMP PIC X(16).
      *Earn only - a reversal takes both from the earn row
           05 ARG-TYPE-NAME PIC X(20).
           05 ARG-MERCHANT PIC X(9).
      *What the purchase took from the account, account currency,
      *always positive
           05 ARG-SPEND PIC 9(11)V9(4).
      *Output only - the points earned or taken back, 0 = none
           05 ARG-POINTS PIC 9(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 0 TO ARG-POINTS
           IF ARG-ACTION NOT = 'E' AND NOT = 'R'
              GOBACK
           END-IF
           OPEN I-O REWARDS-LEDGER
           IF WS-RL-FILE-STATUS = '35'
              OPEN OUTPUT REWARDS-LEDGER
              CLOSE REWARDS-LEDGER
              OPEN I-O REWARDS-LEDGER
           END-IF
           IF WS-RL-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE REWARDS-LEDGER
              GOBACK
           END-IF
           IF ARG-ACTION = 'E'
              PERFORM EARN-POINTS THRU EARN-POINTS-EXIT
           ELSE
              PERFORM REVERSE-POINTS THRU REVERSE-POINTS-EXIT
           END-IF
           CLOSE REWARDS-LEDGER
           GOBACK.
      *Merchant's own rate first, then the type's general one
       EARN-POINTS.
           OPEN INPUT REWARDS-RATES
           IF WS-RR-FILE-STATUS NOT = '00' AND NOT = '97'
              CLOSE REWARDS-RATES
              GO TO EARN-POINTS-EXIT
           END-IF
           MOVE ARG-TYPE-NAME TO RR-TYPE-NAME
           MOVE ARG-MERCHANT TO RR-MERCHANT
           READ REWARDS-RATES RECORD KEY RR-KEY
           INVALID KEY
              MOVE SPACES TO RR-MERCHANT
              READ REWARDS-RATES RECORD KEY RR-KEY
              INVALID KEY
                 MOVE 0 TO RR-RATE
              END-READ
           END-READ
           CLOSE REWARDS-RATES
      *Whole points only, the fraction is never earned
           COMPUTE WS-POINTS = ARG-SPEND * RR-RATE
           IF WS-POINTS = 0
              GO TO EARN-POINTS-EXIT
           END-IF
           MOVE ARG-ACCOUNT TO RL-ACCOUNT
           MOVE ARG-STAMP TO RL-TIME-STAMP
           MOVE 'E' TO RL-ENTRY
           MOVE WS-POINTS TO RL-POINTS
           MOVE WS-POINTS TO RL-UNUSED
           MOVE ARG-STAMP(1:8) TO RL-ENTRY-DATE
           MOVE ARG-TYPE-NAME TO RL-TYPE-NAME
           MOVE ARG-MERCHANT TO RL-MERCHANT
           MOVE 0 TO RL-VALUE
           MOVE SPACES TO RL-CURRENCY
           WRITE RL-RECORD
           INVALID KEY
              GO TO EARN-POINTS-EXIT
           END-WRITE
           MOVE WS-POINTS TO ARG-POINTS.
       EARN-POINTS-EXIT.
           EXIT.
      *No earn row means the purchase earned nothing; a reversal row
      *already there means it has been taken back once
       REVERSE-POINTS.
           MOVE ARG-ACCOUNT TO RL-ACCOUNT
           MOVE ARG-STAMP TO RL-TIME-STAMP
           MOVE 'R' TO RL-ENTRY
           READ REWARDS-LEDGER RECORD KEY RL-KEY
           NOT INVALID KEY
              GO TO REVERSE-POINTS-EXIT
           END-READ
           MOVE 'E' TO RL-ENTRY
           READ REWARDS-LEDGER RECORD KEY RL-KEY
           INVALID KEY
              GO TO REVERSE-POINTS-EXIT
           END-READ
           MOVE RL-KEY TO WS-EARN-KEY
           MOVE RL-TYPE-NAME TO WS-EARN-TYPE
           MOVE RL-MERCHANT TO WS-EARN-MERCHANT
           MOVE RL-POINTS TO WS-TO-TAKE
           MOVE 0 TO WS-TAKEN
      *The purchase's own points first
           IF RL-UNUSED >= WS-TO-TAKE
              MOVE WS-TO-TAKE TO WS-TAKEN
           ELSE
              MOVE RL-UNUSED TO WS-TAKEN
           END-IF
           COMPUTE RL-UNUSED = RL-UNUSED - WS-TAKEN
           REWRITE RL-RECORD
           COMPUTE WS-TO-TAKE = WS-TO-TAKE - WS-TAKEN
      *Then whatever else the account still holds, oldest first
           IF WS-TO-TAKE > 0
              MOVE 'N' TO WS-RL-EOF
              MOVE ARG-ACCOUNT TO RL-ACCOUNT
              MOVE LOW-VALUES TO RL-TIME-STAMP
              MOVE LOW-VALUES TO RL-ENTRY
              START REWARDS-LEDGER KEY IS >= RL-KEY
              IF WS-RL-FILE-STATUS NOT = '00'
                 MOVE 'Y' TO WS-RL-EOF
              END-IF
              PERFORM TAKE-FROM-ONE-ROW
                 UNTIL WS-RL-EOF = 'Y' OR WS-TO-TAKE = 0
           END-IF
           MOVE ARG-ACCOUNT TO RL-ACCOUNT
           MOVE ARG-STAMP TO RL-TIME-STAMP
           MOVE 'R' TO RL-ENTRY
           COMPUTE RL-POINTS = - WS-TAKEN
           MOVE 0 TO RL-UNUSED
           MOVE FUNCTION CURRENT-DATE(1:8) TO RL-ENTRY-DATE
           MOVE WS-EARN-TYPE TO RL-TYPE-NAME
           MOVE WS-EARN-MERCHANT TO RL-MERCHANT
           MOVE 0 TO RL-VALUE
           MOVE SPACES TO RL-CURRENCY
           WRITE RL-RECORD
           INVALID KEY
              GO TO REVERSE-POINTS-EXIT
           END-WRITE
           MOVE WS-TAKEN TO ARG-POINTS.
       REVERSE-POINTS-EXIT.
           EXIT.
       TAKE-FROM-ONE-ROW.
           READ REWARDS-LEDGER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RL-EOF
               NOT AT END
                   IF RL-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-RL-EOF
                   ELSE
                      IF RL-IS-EARN AND RL-UNUSED > 0
                            AND RL-KEY NOT = WS-EARN-KEY
                         PERFORM TAKE-FROM-EARN-ROW
                      END-IF
                   END-IF
           END-READ.
       TAKE-FROM-EARN-ROW.
           IF RL-UNUSED >= WS-TO-TAKE
              COMPUTE RL-UNUSED = RL-UNUSED - WS-TO-TAKE
              ADD WS-TO-TAKE TO WS-TAKEN
              MOVE 0 TO WS-TO-TAKE
           ELSE
              ADD RL-UNUSED TO WS-TAKEN
              COMPUTE WS-TO-TAKE = WS-TO-TAKE - RL-UNUSED
              MOVE 0 TO RL-UNUSED
           END-IF
           REWRITE RL-RECORD.
