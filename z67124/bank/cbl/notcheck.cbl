      *Withdrawal-notice gate for notice savings accounts. Given the
      *account about to be debited and the debit (account currency),
      *says whether matured notice on the NOTICES register covers it
      *- and, once the posting has gone through, draws the notices
      *down, oldest first. An account whose product needs no notice
      *(instant access, or no product at all) always passes. The
      *one place the notice rule lives, CALLed by DEPWIT/TRNSFR/
      *CHKXFER/AVAILBAL/CASHFCST the same way they call DATEROLL.
      *Called, never run from JCL
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    NOTCHECK.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-REGISTER ASSIGN TO NOTICES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NT-KEY
              FILE STATUS IS WS-NT-FILE-STATUS.
      *Business date - the same clock NOTICE matures notices by
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  NOTICE-REGISTER DATA RECORD IS NT-RECORD.
       COPY notcrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-NT-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-DONE PIC X.
       01 WS-TODAY PIC 9(8) VALUE 0.
       01 WS-BUSINESS-DATE PIC X(8) VALUE SPACES.
      *Still to draw down while consuming
       01 WS-TO-DRAW PIC 9(11)V9(4).
       01 WS-LEFT PIC 9(11)V9(4).
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
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
      *In: the account being debited, with its ACT-PRODUCT-CODE and
      *ACT-TYPE
           05 ARG-ACCOUNT PIC X(9).
           05 ARG-PRODUCT-CODE PIC X(8).
           05 ARG-ACCOUNT-TYPE PIC X(1).
      *In: C = check only, U = the debit has posted, draw it down
           05 ARG-ACTION PIC X(1).
      *In: the debit, account currency, fees included
           05 ARG-AMOUNT PIC 9(11)V9(4).
      *Output: Y = the debit may go (or has been drawn in full),
      *N = it goes beyond the matured notice
           05 ARG-RESULT PIC X(1).
      *Output: the product's notice period, 0 = instant access
           05 ARG-NOTICE-DAYS PIC 9(3).
      *Output: matured and not yet drawn, before this debit
           05 ARG-MATURED PIC 9(11)V9(4).
      *Output: given but still running its notice period
           05 ARG-PENDING PIC 9(11)V9(4).
      *Output: first day more money matures, 0 = none running
           05 ARG-NEXT-MATURITY PIC 9(8).
       PROCEDURE DIVISION USING ARG-BUFFER.
      *------------------
       MAIN-PROCEDURE.
           MOVE 'Y' TO ARG-RESULT
           MOVE 0 TO ARG-MATURED
           MOVE 0 TO ARG-PENDING
           MOVE 0 TO ARG-NEXT-MATURITY
           IF WS-TODAY = 0
              PERFORM LOAD-TODAY
           END-IF
           MOVE ARG-PRODUCT-CODE TO PT-ARG-PRODUCT-CODE
           MOVE WS-TODAY TO PT-ARG-ON-DATE
           MOVE ARG-ACCOUNT-TYPE TO PT-ARG-ACCOUNT-TYPE
           CALL 'PRODTERM' USING PT-ARG-BUFFER
           MOVE PT-ARG-NOTICE-DAYS TO ARG-NOTICE-DAYS
           IF ARG-NOTICE-DAYS = 0
              GOBACK
           END-IF
           IF ARG-ACTION = 'U'
              PERFORM DRAW-DOWN-NOTICES
           ELSE
              PERFORM SUM-NOTICES
              IF ARG-AMOUNT > ARG-MATURED
                 MOVE 'N' TO ARG-RESULT
              END-IF
           END-IF
           GOBACK.
      *Business date when one is set, else the machine date - once
      *per run unit
       LOAD-TODAY.
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
           END-IF.
      *Total the account's open notices into matured and pending. No
      *register on disk just means no notice has ever been given
       SUM-NOTICES.
           OPEN INPUT NOTICE-REGISTER
           IF WS-NT-FILE-STATUS = '00' OR WS-NT-FILE-STATUS = '97'
              PERFORM START-ACCOUNT-NOTICES
              PERFORM SUM-ONE-NOTICE UNTIL WS-DONE = 'Y'
              CLOSE NOTICE-REGISTER
           END-IF.
       START-ACCOUNT-NOTICES.
           MOVE 'N' TO WS-DONE
           MOVE ARG-ACCOUNT TO NT-ACCOUNT
           MOVE LOW-VALUES TO NT-TIME-STAMP
           START NOTICE-REGISTER KEY IS >= NT-KEY
           IF WS-NT-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-DONE
           END-IF.
       SUM-ONE-NOTICE.
           READ NOTICE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF NT-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      IF NT-IS-OPEN AND NT-EXPIRY-DATE >= WS-TODAY
                         COMPUTE WS-LEFT = NT-AMOUNT - NT-USED
                         IF NT-MATURITY-DATE <= WS-TODAY
                            ADD WS-LEFT TO ARG-MATURED
                         ELSE
                            ADD WS-LEFT TO ARG-PENDING
                            IF ARG-NEXT-MATURITY = 0
                                  OR NT-MATURITY-DATE
                                     < ARG-NEXT-MATURITY
                               MOVE NT-MATURITY-DATE
                                  TO ARG-NEXT-MATURITY
                            END-IF
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *Draw the posted debit off the matured notices in the order
      *they were given, closing each one it empties. The caller has
      *already checked the debit fits, so running out means the
      *register moved under us - the debit stands, the result says N
       DRAW-DOWN-NOTICES.
           MOVE ARG-AMOUNT TO WS-TO-DRAW
           OPEN I-O NOTICE-REGISTER
           IF WS-NT-FILE-STATUS = '00' OR WS-NT-FILE-STATUS = '97'
              PERFORM START-ACCOUNT-NOTICES
              PERFORM DRAW-ONE-NOTICE
                 UNTIL WS-DONE = 'Y' OR WS-TO-DRAW = 0
              CLOSE NOTICE-REGISTER
           END-IF
           IF WS-TO-DRAW > 0
              MOVE 'N' TO ARG-RESULT
           END-IF.
       DRAW-ONE-NOTICE.
           READ NOTICE-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DONE
               NOT AT END
                   IF NT-ACCOUNT NOT = ARG-ACCOUNT
                      MOVE 'Y' TO WS-DONE
                   ELSE
                      IF NT-IS-OPEN AND NT-EXPIRY-DATE >= WS-TODAY
                            AND NT-MATURITY-DATE <= WS-TODAY
                         COMPUTE WS-LEFT = NT-AMOUNT - NT-USED
                         IF WS-LEFT > WS-TO-DRAW
                            ADD WS-TO-DRAW TO NT-USED
                            MOVE 0 TO WS-TO-DRAW
                         ELSE
                            ADD WS-LEFT TO NT-USED
                            SUBTRACT WS-LEFT FROM WS-TO-DRAW
                            MOVE 'U' TO NT-STATUS
                         END-IF
                         REWRITE NT-RECORD
                      END-IF
                   END-IF
           END-READ.
