      *Daily outward cheque clearing cut: every cheque customers paid
      *in on another bank since the last cut goes out on the
      *fixed-field clearing file for the clearing house and is
      *marked sent. The reference on each line is the register key,
      *which is what the clearing house's returns file quotes back
      *for CHQRTIN to match on - the same shape OUTCUT uses for
      *outbound payments
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CHQOUT.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-DEPOSITS ASSIGN TO CHQDEPS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CX-KEY
           FILE STATUS IS WS-CX-FILE-STATUS.
      *The outgoing clearing file handed to the clearing house
           SELECT CLEARING-OUT ASSIGN TO CHQOUTF
           FILE STATUS IS WS-CO-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CHEQUE-DEPOSITS DATA RECORD IS CX-RECORD.
       COPY chqdep.
       FD  CLEARING-OUT RECORDING MODE F.
       01  CO-LINE.
      *Our reference for the item, quoted back on the returns file
           05 CO-REFERENCE PIC X(26).
           05 CO-DRAWEE-BANK PIC X(9).
           05 CO-SERIAL PIC 9(8).
           05 CO-AMOUNT PIC +9(11).9(4).
           05 CO-CURRENCY PIC X(3).
           05 CO-DEPOSIT-DATE PIC 9(8).
           05 FILLER PIC X(10) VALUE SPACES.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CX-FILE-STATUS PIC XX.
       01 WS-CO-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-TODAY PIC 9(8).
       01 WS-CHEQUES-SENT PIC 9(6) VALUE 0.
       01 WS-TOTAL-SENT PIC 9(13)V9(4) VALUE 0.
       01 WS-TOTAL-EDIT PIC Z(12)9.9(4).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'CHQOUT'.
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
           OPEN I-O CHEQUE-DEPOSITS
           IF WS-CX-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Cheque register error ' WS-CX-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CHEQUE-DEPOSITS
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN OUTPUT CLEARING-OUT
           IF WS-CO-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Clearing file error ' WS-CO-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CHEQUE-DEPOSITS
              CLOSE CLEARING-OUT
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM CUT-CHEQUES UNTIL WS-EOF = 'Y'
           MOVE WS-TOTAL-SENT TO WS-TOTAL-EDIT
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "ChequesSent":' WS-CHEQUES-SENT ','
           DISPLAY '  "TotalSent":' WS-TOTAL-EDIT
           DISPLAY '}'
           CLOSE CHEQUE-DEPOSITS
           CLOSE CLEARING-OUT
           MOVE WS-CHEQUES-SENT TO RS-ARG-POSTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       CUT-CHEQUES.
           READ CHEQUE-DEPOSITS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO RS-ARG-READ
                   IF CX-IS-DEPOSITED
                      PERFORM CUT-ONE-CHEQUE
                   END-IF
           END-READ.
       CUT-ONE-CHEQUE.
           MOVE CX-KEY TO CO-REFERENCE
           MOVE CX-DRAWEE-BANK TO CO-DRAWEE-BANK
           MOVE CX-SERIAL TO CO-SERIAL
           MOVE CX-AMOUNT TO CO-AMOUNT
           MOVE CX-CURRENCY TO CO-CURRENCY
           MOVE CX-DEPOSIT-DATE TO CO-DEPOSIT-DATE
           WRITE CO-LINE
           MOVE 'S' TO CX-STATUS
           MOVE WS-TODAY TO CX-SENT-DATE
           REWRITE CX-RECORD
           ADD 1 TO WS-CHEQUES-SENT
           ADD CX-AMOUNT TO WS-TOTAL-SENT.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
