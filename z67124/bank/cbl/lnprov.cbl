       FD  GL-PERIODS DATA RECORD IS GP-RECORD.
       COPY glperiod.
       FD  PROVISION-CONTROL RECORDING MODE F.
       COPY lnprvcp.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-LN-FILE-STATUS PIC XX.
      *The mapping type and bucket being posted
       01 WS-TYPE-NAME PIC X(20).
       01 WS-GL-DONE PIC X.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'LNPROV'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
      *Provision rates: conservative house standard, the credit
      *committee reviews them with the auditors each year
              DISPLAY '  "error":"No loan book on file"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              MOVE 'C' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           MOVE LOW-VALUES TO LN-KEY
              CLOSE PROVISION-CONTROL
              CLOSE CHART-OF-ACCOUNTS
              CLOSE GENERAL-LEDGER
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF

           PERFORM BOOK-ONE-BUCKET
              THRU BOOK-ONE-BUCKET-EXIT
           IF WS-GL-DONE = 'Y'
              ADD 1 TO RS-ARG-POSTED
              MOVE WS-REQUIRED TO PC-BOOKED-30
           END-IF
           MOVE WS-REQUIRED TO WS-AMOUNT-EDIT
           PERFORM BOOK-ONE-BUCKET
              THRU BOOK-ONE-BUCKET-EXIT
           IF WS-GL-DONE = 'Y'
              ADD 1 TO RS-ARG-POSTED
              MOVE WS-REQUIRED TO PC-BOOKED-60
           END-IF
           MOVE WS-REQUIRED TO WS-AMOUNT-EDIT
           PERFORM BOOK-ONE-BUCKET
              THRU BOOK-ONE-BUCKET-EXIT
           IF WS-GL-DONE = 'Y'
              ADD 1 TO RS-ARG-POSTED
              MOVE WS-REQUIRED TO PC-BOOKED-90
           END-IF
           MOVE WS-REQUIRED TO WS-AMOUNT-EDIT
           PERFORM BOOK-ONE-BUCKET
              THRU BOOK-ONE-BUCKET-EXIT
           IF WS-GL-DONE = 'Y'
              ADD 1 TO RS-ARG-POSTED
              MOVE WS-REQUIRED TO PC-BOOKED-DEF
           END-IF
           MOVE WS-REQUIRED TO WS-AMOUNT-EDIT
           CLOSE PROVISION-CONTROL
           CLOSE CHART-OF-ACCOUNTS
           CLOSE GENERAL-LEDGER
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
      *Only the running book carries an allowance - a written-off
      *loan has already used its provision up through LNWOFF
       TALLY-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   IF LN-IS-OPEN
                      ADD 1 TO RS-ARG-READ
                      EVALUATE TRUE
                         WHEN LN-STAGE-30
                            ADD LN-OUTSTANDING TO WS-OUT-30
              END-WRITE
           END-IF
           CLOSE GL-BALANCES.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
