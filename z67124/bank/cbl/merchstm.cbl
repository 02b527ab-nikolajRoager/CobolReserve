      *day (per currency, never blended), the interchange taken at
      *MR-INTERCHANGE-RATE, the chargeback cases opened or resolved
      *against them in DISPOPEN/DISPRES, and the net settlements
      *actually paid into MR-SETTLE-ACCOUNT, and the rolling reserve
      *MERCHSET withheld and released in the month with what is still
      *held today - spooled through the report repository so it
      *reprints like everything else
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DP-TR-KEY
              FILE STATUS IS WS-DP-FILE-STATUS.
           SELECT MERCHANT-RESERVE ASSIGN TO MRSVLEDG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MV-KEY
              FILE STATUS IS WS-MV-FILE-STATUS.
      *Report spool - the statement lands in the dated repository
           SELECT REPORT-SPOOL ASSIGN TO SPOOL
              ORGANIZATION IS INDEXED
       COPY mercrec.
       FD  DISPUTE-CASES DATA RECORD IS DP-RECORD.
       COPY disprec.
       FD  MERCHANT-RESERVE DATA RECORD IS MV-RECORD.
       COPY mrsvrec.
       FD  REPORT-SPOOL DATA RECORD IS SP-RECORD.
       COPY spoolrec.
       FD  REPORT-CATALOG DATA RECORD IS SPC-RECORD.
       01 WS-T-FILE-STATUS PIC XX.
       01 WS-M-FILE-STATUS PIC XX.
       01 WS-DP-FILE-STATUS PIC XX.
       01 WS-MV-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-TR-DATE PIC 9(8).
       01 WS-SETTLE-ACCOUNT PIC X(9).
       01 WS-INTERCHANGE-RATE PIC 9V9999.
       01 WS-RATE-EDIT PIC 9.9999.
      *Reserve figures per settlement currency - withheld and
      *released inside the month, held as of today
       01 WS-RESERVE-TOTALS.
           05 WS-RSV-COUNT PIC 9(3) VALUE 0.
           05 WS-RSV-ENTRY OCCURS 10 TIMES.
               10 WS-RV-CCY PIC X(3).
               10 WS-RV-WITHHELD PIC 9(11)V9(4).
               10 WS-RV-RELEASED PIC 9(11)V9(4).
               10 WS-RV-HELD PIC 9(11)V9(4).
       LINKAGE SECTION.
       01 ARG-BUFFER.
           05 ARG-MERCHANT PIC X(9).
           PERFORM LIST-CHARGEBACKS
              THRU LIST-CHARGEBACKS-EXIT
           DISPLAY '  ],'

      *And the rolling reserve
           DISPLAY '  "Reserve":['
           MOVE 'Y' TO WS-START
           PERFORM LIST-RESERVE
              THRU LIST-RESERVE-EXIT
           DISPLAY '  ],'
           DISPLAY '  "ItemsNotTallied":' WS-NOT-TALLIED
           DISPLAY '}'
           PERFORM SPOOL-FINISH
           STRING 'DISPUTE ' DP-STATUS ' ' DP-TR-KEY
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *The merchant's reserve tranches are one keyed slice of the
      *reserve ledger. No ledger on disk means nothing was ever held
       LIST-RESERVE.
           OPEN INPUT MERCHANT-RESERVE
           IF WS-MV-FILE-STATUS NOT = '00'
                 AND WS-MV-FILE-STATUS NOT = '97'
              CLOSE MERCHANT-RESERVE
              GO TO LIST-RESERVE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF
           MOVE ARG-MERCHANT TO MV-MERCHANT
           MOVE 0 TO MV-SETTLE-DATE
           MOVE LOW-VALUES TO MV-CURRENCY
           START MERCHANT-RESERVE KEY IS >= MV-KEY
           IF WS-MV-FILE-STATUS NOT = '00'
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM TALLY-ONE-TRANCHE UNTIL WS-EOF = 'Y'
           CLOSE MERCHANT-RESERVE
           MOVE 0 TO WS-IX
           PERFORM PRINT-ONE-RESERVE WS-RSV-COUNT TIMES.
       LIST-RESERVE-EXIT.
           EXIT.
       TALLY-ONE-TRANCHE.
           READ MERCHANT-RESERVE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF MV-MERCHANT NOT = ARG-MERCHANT
                      MOVE 'Y' TO WS-EOF
                   ELSE
                      PERFORM ADD-ONE-TRANCHE
                   END-IF
           END-READ.
       ADD-ONE-TRANCHE.
           MOVE 0 TO WS-SLOT
           MOVE 0 TO WS-IX
           PERFORM FIND-RESERVE-SLOT WS-RSV-COUNT TIMES
           IF WS-SLOT = 0
              IF WS-RSV-COUNT < 10
                 ADD 1 TO WS-RSV-COUNT
                 MOVE WS-RSV-COUNT TO WS-SLOT
                 MOVE MV-CURRENCY TO WS-RV-CCY(WS-SLOT)
                 MOVE 0 TO WS-RV-WITHHELD(WS-SLOT)
                 MOVE 0 TO WS-RV-RELEASED(WS-SLOT)
                 MOVE 0 TO WS-RV-HELD(WS-SLOT)
              ELSE
                 ADD 1 TO WS-NOT-TALLIED
              END-IF
           END-IF
           IF WS-SLOT > 0
              IF MV-SETTLE-DATE >= WS-MONTH-START
                    AND MV-SETTLE-DATE <= WS-MONTH-END
                 ADD MV-WITHHELD TO WS-RV-WITHHELD(WS-SLOT)
              END-IF
              IF MV-IS-RELEASED
                    AND MV-RELEASED-DATE >= WS-MONTH-START
                    AND MV-RELEASED-DATE <= WS-MONTH-END
                 ADD MV-RELEASED TO WS-RV-RELEASED(WS-SLOT)
              END-IF
              IF MV-IS-HELD
                 COMPUTE WS-RV-HELD(WS-SLOT) = WS-RV-HELD(WS-SLOT)
                    + MV-WITHHELD - MV-USED
              END-IF
           END-IF.
       FIND-RESERVE-SLOT.
           ADD 1 TO WS-IX
           IF WS-RV-CCY(WS-IX) = MV-CURRENCY
              MOVE WS-IX TO WS-SLOT
           END-IF.
       PRINT-ONE-RESERVE.
           ADD 1 TO WS-IX
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "Currency":"' WS-RV-CCY(WS-IX) '",'
           MOVE WS-RV-WITHHELD(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Withheld":' WS-AMOUNT-EDIT ','
           MOVE WS-RV-RELEASED(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "Released":' WS-AMOUNT-EDIT ','
           MOVE WS-RV-HELD(WS-IX) TO WS-AMOUNT-EDIT
           DISPLAY '    "HeldBalance":' WS-AMOUNT-EDIT
           DISPLAY '  }'
           MOVE SPACES TO WS-SPOOL-LINE
           STRING 'RESERVE ' WS-RV-CCY(WS-IX) ' HELD ' WS-AMOUNT-EDIT
              DELIMITED BY SIZE INTO WS-SPOOL-LINE
           PERFORM SPOOL-LINE.
      *Spool plumbing, shared shape across the report programs
       SPOOL-START.
           MOVE 'Y' TO WS-SPOOL-OK
