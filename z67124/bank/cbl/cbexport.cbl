      *off the LNSCHED paid flags against the month end), in the
      *bureau's fixed intake layout with a control-total trailer so
      *the bureau can verify the file. Our good payers finally get
      *credit for being good payers. A loan LNWOFF has written off
      *keeps being reported, as stage W with what is still
      *unrecovered, until its recoveries have cleared it. A loan
      *under an LNFORB plan in the month carries the bureau's
      *forbearance flag, and the plan's rows do not age it
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       01 WS-OWNER-NAME PIC X(9).
       01 WS-LOANS-EXPORTED PIC 9(6) VALUE 0.
       01 WS-TOTAL-OUTSTANDING PIC 9(15)V9(4) VALUE 0.
       01 WS-REPORTED-OUTSTANDING PIC 9(11)V9(4).
       01 WS-IN-PLAN PIC X(1).
       01 WS-MONTH-FIRST PIC 9(8).
      *Bureau intake layout: one 02 row per open loan, 03 trailer
      *with the control totals
       01  CB-DETAIL.
           05 CBD-CURRENCY PIC X(3).
           05 CBD-TERM-MONTHS PIC 9(3).
      *0 = current, 1/2/3 = 30/60/90+ days past due at month end,
      *D = default, W = written off
           05 CBD-WORST-STAGE PIC X(1).
      *Y = a forbearance plan ran at some point in the report month
           05 CBD-FORBEARANCE PIC X(1).
           05 FILLER PIC X(26) VALUE SPACES.
       01  CB-TRAILER.
           05 FILLER PIC X(2) VALUE '03'.
           05 CBT-MONTH PIC 9(6).
              = FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1
           COMPUTE WS-MONTH-END
              = FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
           COMPUTE WS-MONTH-FIRST
              = ARG-YEAR * 10000 + ARG-MONTH * 100 + 1
           OPEN INPUT LOAN-MASTER
           IF WS-LN-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN
                      MOVE LN-OUTSTANDING TO WS-REPORTED-OUTSTANDING
                      PERFORM WRITE-ONE-LOAN
                   END-IF
                   IF LN-IS-WRITTEN-OFF
                         AND LN-WRITEOFF-AMOUNT > LN-RECOVERED-TOTAL
                      COMPUTE WS-REPORTED-OUTSTANDING
                         = LN-WRITEOFF-AMOUNT - LN-RECOVERED-TOTAL
                      PERFORM WRITE-ONE-LOAN
                   END-IF
           END-READ.
           NOT INVALID KEY
              MOVE CU-FULL-NAME TO CBD-FULL-NAME
           END-READ
           IF LN-IS-WRITTEN-OFF
              MOVE 'W' TO WS-WORST-STAGE
           ELSE
              PERFORM WORST-STAGE-IN-MONTH
           END-IF
           MOVE LN-KEY TO CBD-LOAN-KEY
           MOVE WS-REPORTED-OUTSTANDING TO CBD-OUTSTANDING
           MOVE LN-PRINCIPAL TO CBD-PRINCIPAL
           MOVE LN-CURRENCY TO CBD-CURRENCY
           MOVE LN-TERM-MONTHS TO CBD-TERM-MONTHS
           MOVE WS-WORST-STAGE TO CBD-WORST-STAGE
           MOVE 'N' TO CBD-FORBEARANCE
           IF LN-FORB-START NUMERIC AND LN-FORB-END NUMERIC
              IF LN-FORB-START NOT = 0
                    AND LN-FORB-START <= WS-MONTH-END
                    AND LN-FORB-END >= WS-MONTH-FIRST
                 MOVE 'Y' TO CBD-FORBEARANCE
              END-IF
           END-IF
           MOVE CB-DETAIL TO CB-LINE
           WRITE CB-LINE
           ADD 1 TO WS-LOANS-EXPORTED
           ADD WS-REPORTED-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
      *Worst delinquency reached in the report month: the oldest row
      *due by month end that was still unpaid then (LS-PAID-DATE
      *after the month end counts as unpaid at month end), measured
                         OR LS-LOAN-SEQ NOT = LN-SEQ
                      MOVE 'Y' TO WS-LS-EOF
                   ELSE
                      PERFORM CHECK-IN-PLAN
                      IF LS-DUE-DATE < WS-MONTH-END
                            AND WS-IN-PLAN = 'N'
                            AND LS-DUE-DATE < WS-OLDEST-UNPAID
                            AND (LS-IS-UNPAID
                                 OR LS-PAID-DATE > WS-MONTH-END)
                      END-IF
                   END-IF
           END-READ.
      *A row re-shaped under an LNFORB plan still running at month
      *end was not past due at month end
       CHECK-IN-PLAN.
           MOVE 'N' TO WS-IN-PLAN
           IF LS-FORB-UNTIL NUMERIC
              IF LS-FORB-UNTIL >= WS-MONTH-END
                 MOVE 'Y' TO WS-IN-PLAN
              END-IF
           END-IF.
