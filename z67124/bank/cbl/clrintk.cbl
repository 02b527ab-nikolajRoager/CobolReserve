      *Daily intake of the card scheme's clearing file. Every line is
      *a presentment the scheme has already settled with the merchant
      *and will collect from us, so it has to land somewhere:
      *  - quoting the authorization reference (the CH-KEY DEBCARD
      *    handed back) of a hold still live: captured for the amount
      *    presented, by replaying the hold into DEBCARD exactly as
      *    CARDCAP does, and forced through if that capture is now
      *    refused, since the scheme is owed it either way;
      *  - quoting a hold HOLDSWP has already released or that is
      *    past its expiry (a hotel or airline presenting late):
      *    forced, and the hold marked captured;
      *  - quoting no reference or one we never issued (an offline
      *    transaction that never came to us for authorization):
      *    forced against the card's own account.
      *Forcing is DEBCARD with ARG-CAPTURE 'F' - its fee, conversion
      *and posting rules, without the spending-power refusals. It is
      *done under the clearing operator named in the PARM, who must
      *be active and signed on; without one nothing can be forced,
      *and what would have been goes on the exceptions report.
      *Nothing is posted for a presentment on a card that is not on
      *CARDMAST, is blocked or was never activated, or had expired
      *by the day of the transaction, nor for a reference already
      *captured; those, and anything DEBCARD could not post even
      *forced, make up the exceptions report for chargeback. The
      *file is processed in order and restartable through RUN-CONTROL
      *after the last presentment done
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CLRINTK.
       AUTHOR.        Nikolaj R Christensen.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The scheme's clearing file, one presentment per line
           SELECT CLEARING-FILE ASSIGN TO CLEARIN
              FILE STATUS IS WS-CL-FILE-STATUS.
           SELECT CARD-HOLDS ASSIGN TO CARDHOLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CH-KEY
              FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CR-CARD-ID
              FILE STATUS IS WS-CR-FILE-STATUS.
           SELECT STATS ASSIGN TO STATFILE
              FILE STATUS IS WS-STAT-FILE-STATUS.
      *Run control - one record per business date, restartable
      *after the last presentment done
           SELECT RUN-CONTROL ASSIGN TO RUNCTL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RN-KEY
              FILE STATUS IS WS-RN-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.
       FD  CLEARING-FILE RECORDING MODE F.
       01  CL-LINE.
      *The card presented
           05 CL-CARD-ID PIC X(16).
      *Authorization reference, spaces = offline, never authorized
           05 CL-AUTH-REF PIC X(25).
      *What the merchant presented, in the transaction currency
           05 CL-AMOUNT PIC X(12)XX(4).
           05 CL-CURRENCY PIC X(3).
           05 CL-MERCHANT-ID PIC X(9).
      *Day the cardholder actually made the transaction
           05 CL-TXN-DATE PIC 9(8).
      *The scheme's own reference for the presentment, quoted back
      *on a chargeback
           05 CL-SCHEME-REF PIC X(12).
           05 FILLER PIC X(8).
       FD  CARD-HOLDS DATA RECORD IS CH-RECORD.
       COPY cardhold.
       FD  CARD-MASTER DATA RECORD IS CR-RECORD.
       COPY cardrec.
       FD  STATS RECORDING MODE F.
       COPY statrec.
       FD  RUN-CONTROL DATA RECORD IS RN-RECORD.
       COPY runctl.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CL-FILE-STATUS PIC XX.
       01 WS-CH-FILE-STATUS PIC XX.
       01 WS-CR-FILE-STATUS PIC XX.
       01 WS-STAT-FILE-STATUS PIC XX.
       01 WS-RN-FILE-STATUS PIC XX.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-START PIC X VALUE 'Y'.
       01 WS-PERIOD-DONE PIC X.
       01 WS-TODAY PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
      *Where in the file we are, and where a restart picks up after
       01 WS-LINE-NUMBER PIC 9(9) VALUE 0.
       01 WS-RESTART-AFTER PIC 9(9) VALUE 0.
       01 WS-LINE-EDIT PIC X(9).
      *What became of the hold the presentment quoted: L = live and
      *capturable, X = released or expired, C = already captured,
      *N = no hold (offline)
       01 WS-HOLD-STATE PIC X(1).
       01 WS-TXN-MONTH PIC 9(6).
      *Why a presentment went on the exceptions report
       01 WS-EXCEPTION-REASON PIC X(30).
       01 WS-PRESENTMENTS PIC 9(6) VALUE 0.
       01 WS-CAPTURED PIC 9(6) VALUE 0.
       01 WS-FORCED-LATE PIC 9(6) VALUE 0.
       01 WS-FORCED-OFFLINE PIC 9(6) VALUE 0.
       01 WS-EXCEPTIONS PIC 9(6) VALUE 0.
      *Laid out exactly like DEBCARD's own LINKAGE SECTION so we can
      *CALL it the same way the operator's PARM would
       01 DC-ARG-BUFFER.
           05 DC-ARG-LENGTH      PIC S9(4) COMP.
           05 DC-ARG-AMOUNT      PIC X(12)XX(4).
           05 DC-ARG-CURRENCY    PIC X(3).
           05 DC-ARG-CARD-TOKEN  PIC X(8).
           05 DC-ARG-MERCHANT-ID PIC X(9).
           05 DC-ARG-CARD-ID     PIC X(16).
      *Y = capture a live hold, F = force the presentment through
           05 DC-ARG-CAPTURE     PIC X(1).
      *Clearing presentments are card-present work as far as the
      *channel switches go - the card was checked here already
           05 DC-ARG-CHANNEL     PIC X(1) VALUE SPACE.
           05 DC-ARG-NAME        PIC X(9).
      *Output only - DEBCARD sets this before returning
           05 DC-ARG-RESULT      PIC X(1).
      *Whoever is forcing - DEBCARD refuses an 'F' without one
           05 DC-ARG-OPERATOR-ID PIC X(9).
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'CLRINTK'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
      *--------------
       LINKAGE SECTION.
      *--------------
       01 ARG-BUFFER.
           05 ARG-LENGTH PIC S9(4) COMP.
      *The clearing operator signed on for tonight's intake - every
      *forced presentment posts under this id
           05 ARG-OPERATOR-ID PIC X(9).
       PROCEDURE DIVISION USING ARG-BUFFER.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           MOVE SPACES TO DC-ARG-OPERATOR-ID
           IF ARG-LENGTH > 9
              MOVE 9 TO ARG-LENGTH
           END-IF
           IF ARG-LENGTH > 0
              MOVE ARG-OPERATOR-ID(1:ARG-LENGTH) TO DC-ARG-OPERATOR-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-BUSINESS-DATE
           OPEN INPUT STATS
           READ STATS
           IF WS-STAT-FILE-STATUS = '00' OR WS-STAT-FILE-STATUS = '97'
              IF S-BUSINESS-DATE NUMERIC
                    AND S-BUSINESS-DATE NOT = '00000000'
                 MOVE S-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
           END-IF
           CLOSE STATS
           MOVE WS-BUSINESS-DATE TO RS-ARG-BUSINESS-DATE
           OPEN INPUT CLEARING-FILE
           IF WS-CL-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              DISPLAY '  "success":0,'
           DISPLAY '"error":"Clearing file error ' WS-CL-FILE-STATUS
                 '"'
              DISPLAY '}'
              CLOSE CLEARING-FILE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           PERFORM CHECK-RUN-CONTROL
              THRU CHECK-RUN-CONTROL-EXIT
           IF WS-PERIOD-DONE = 'Y'
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Clearing for ' WS-BUSINESS-DATE
                 ' already taken in or control unavailable"'
              DISPLAY '}'
              CLOSE CLEARING-FILE
              CLOSE RUN-CONTROL
              MOVE 'S' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN I-O CARD-HOLDS
           IF WS-CH-FILE-STATUS = '35'
              OPEN OUTPUT CARD-HOLDS
              CLOSE CARD-HOLDS
              OPEN I-O CARD-HOLDS
           END-IF
           DISPLAY '{'
           DISPLAY '  "success":1,'
           DISPLAY '  "error":"No error",'
           DISPLAY '  "BusinessDate":' WS-BUSINESS-DATE ','
           DISPLAY '  "Exceptions":['
           PERFORM TAKE-IN-PRESENTMENT UNTIL WS-EOF = 'Y'
           DISPLAY '  ],'
           DISPLAY '  "Presentments":' WS-PRESENTMENTS ','
           DISPLAY '  "Captured":' WS-CAPTURED ','
           DISPLAY '  "ForcedLate":' WS-FORCED-LATE ','
           DISPLAY '  "ForcedOffline":' WS-FORCED-OFFLINE ','
           DISPLAY '  "ExceptionCount":' WS-EXCEPTIONS
           DISPLAY '}'
           PERFORM MARK-RUN-COMPLETE
           CLOSE CLEARING-FILE
           CLOSE CARD-HOLDS
           MOVE WS-PRESENTMENTS TO RS-ARG-READ
           COMPUTE RS-ARG-POSTED = WS-CAPTURED + WS-FORCED-LATE
                                 + WS-FORCED-OFFLINE
           MOVE WS-EXCEPTIONS TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       TAKE-IN-PRESENTMENT.
           READ CLEARING-FILE
              AT END
                 MOVE 'Y' TO WS-EOF
              NOT AT END
                 ADD 1 TO WS-LINE-NUMBER
      *Lines an abended run already dealt with are passed by
                 IF WS-LINE-NUMBER > WS-RESTART-AFTER
                    PERFORM PRESENT-ONE
                       THRU PRESENT-ONE-EXIT
                    PERFORM MARK-RUN-PROGRESS
                 END-IF
           END-READ.
      *One presentment: the card first, then the hold it quotes,
      *then capture or force
       PRESENT-ONE.
           ADD 1 TO WS-PRESENTMENTS
           OPEN INPUT CARD-MASTER
           MOVE CL-CARD-ID TO CR-CARD-ID
           READ CARD-MASTER RECORD KEY CR-CARD-ID
           INVALID KEY
              MOVE "Card not on file" TO WS-EXCEPTION-REASON
              CLOSE CARD-MASTER
              PERFORM REPORT-EXCEPTION
              GO TO PRESENT-ONE-EXIT
           END-READ
           CLOSE CARD-MASTER
           IF NOT CR-IS-ACTIVE
              MOVE "Card blocked or not active" TO WS-EXCEPTION-REASON
              PERFORM REPORT-EXCEPTION
              GO TO PRESENT-ONE-EXIT
           END-IF
      *Expiry is judged on the day the card was used, not the day
      *the scheme got round to presenting it
           MOVE CL-TXN-DATE(1:6) TO WS-TXN-MONTH
           IF CL-TXN-DATE NOT NUMERIC OR CR-EXPIRY < WS-TXN-MONTH
              MOVE "Card expired at transaction" TO WS-EXCEPTION-REASON
              PERFORM REPORT-EXCEPTION
              GO TO PRESENT-ONE-EXIT
           END-IF
           PERFORM FIND-THE-HOLD
           IF WS-HOLD-STATE = 'C'
              MOVE "Authorization already captured"
                 TO WS-EXCEPTION-REASON
              PERFORM REPORT-EXCEPTION
              GO TO PRESENT-ONE-EXIT
           END-IF
           MOVE 74 TO DC-ARG-LENGTH
           MOVE CL-AMOUNT TO DC-ARG-AMOUNT
           MOVE CL-CURRENCY TO DC-ARG-CURRENCY
           MOVE CL-MERCHANT-ID TO DC-ARG-MERCHANT-ID
           MOVE CL-CARD-ID TO DC-ARG-CARD-ID
           MOVE CR-ACCOUNT TO DC-ARG-NAME
           IF WS-HOLD-STATE = 'N'
              MOVE SPACES TO DC-ARG-CARD-TOKEN
           ELSE
              MOVE CH-TOKEN TO DC-ARG-CARD-TOKEN
              MOVE CH-ACCOUNT TO DC-ARG-NAME
           END-IF
      *A live hold is captured the way CARDCAP captures one
           MOVE 'N' TO DC-ARG-RESULT
           IF WS-HOLD-STATE = 'L'
              MOVE 'Y' TO DC-ARG-CAPTURE
              CALL 'DEBCARD' USING DC-ARG-BUFFER
              IF DC-ARG-RESULT = 'Y'
                 ADD 1 TO WS-CAPTURED
              END-IF
           END-IF
           IF DC-ARG-RESULT NOT = 'Y'
              MOVE 'F' TO DC-ARG-CAPTURE
              CALL 'DEBCARD' USING DC-ARG-BUFFER
              IF DC-ARG-RESULT = 'Y'
                 IF WS-HOLD-STATE = 'N'
                    ADD 1 TO WS-FORCED-OFFLINE
                 ELSE
                    ADD 1 TO WS-FORCED-LATE
                 END-IF
              END-IF
           END-IF
           IF DC-ARG-RESULT NOT = 'Y'
      *Unknown currency, account gone, the bank quiesced - nothing
      *posted, so it goes back to the scheme like any other
              MOVE "Not posted, see DEBCARD output"
                 TO WS-EXCEPTION-REASON
              PERFORM REPORT-EXCEPTION
              GO TO PRESENT-ONE-EXIT
           END-IF
           IF WS-HOLD-STATE NOT = 'N'
              MOVE 'C' TO CH-STATUS
              REWRITE CH-RECORD
           END-IF.
       PRESENT-ONE-EXIT.
           EXIT.
      *The authorization reference is the hold's own key. A hold
      *raised on another card is no match for this presentment
       FIND-THE-HOLD.
           MOVE 'N' TO WS-HOLD-STATE
           IF CL-AUTH-REF NOT = SPACES
              MOVE CL-AUTH-REF TO CH-KEY
              READ CARD-HOLDS RECORD KEY CH-KEY
              INVALID KEY
                 MOVE 'N' TO WS-HOLD-STATE
              NOT INVALID KEY
                 IF CH-CARD-ID NOT = SPACES
                       AND CH-CARD-ID NOT = CL-CARD-ID
                    MOVE 'N' TO WS-HOLD-STATE
                 ELSE
                    EVALUATE TRUE
                       WHEN CH-IS-CAPTURED
                          MOVE 'C' TO WS-HOLD-STATE
                       WHEN CH-IS-HELD
                             AND CH-EXPIRY-DATE >= WS-TODAY
                          MOVE 'L' TO WS-HOLD-STATE
                       WHEN OTHER
                          MOVE 'X' TO WS-HOLD-STATE
                    END-EVALUATE
                 END-IF
              END-READ
           END-IF.
       REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           IF WS-START NOT = 'Y'
              DISPLAY '  ,'
           END-IF
           MOVE 'N' TO WS-START
           DISPLAY '  {'
           DISPLAY '    "SchemeRef":"' CL-SCHEME-REF '",'
           DISPLAY '    "Card":"' CL-CARD-ID '",'
           DISPLAY '    "AuthRef":"' CL-AUTH-REF '",'
           DISPLAY '    "Amount":"' CL-AMOUNT '",'
           DISPLAY '    "Currency":"' CL-CURRENCY '",'
           DISPLAY '    "Merchant":"' CL-MERCHANT-ID '",'
           DISPLAY '    "TxnDate":"' CL-TXN-DATE '",'
           DISPLAY '    "Reason":"' WS-EXCEPTION-REASON '"'
           DISPLAY '  }'.
      *Look the business date up on the run control: a completed
      *date refuses outright, an abended one restarts after the last
      *presentment done, a fresh one writes its running record
       CHECK-RUN-CONTROL.
           MOVE 'N' TO WS-PERIOD-DONE
           MOVE 0 TO WS-RESTART-AFTER
           OPEN I-O RUN-CONTROL
           IF WS-RN-FILE-STATUS = '35'
              OPEN OUTPUT RUN-CONTROL
              CLOSE RUN-CONTROL
              OPEN I-O RUN-CONTROL
           END-IF
           IF WS-RN-FILE-STATUS NOT = '00' AND NOT = '97'
      *No control file, no guarantees - stop rather than risk the
      *double posting this record exists to prevent
              MOVE 'Y' TO WS-PERIOD-DONE
              GO TO CHECK-RUN-CONTROL-EXIT
           END-IF
           MOVE 'CLRINTK' TO RN-PROGRAM
           MOVE WS-BUSINESS-DATE TO RN-PERIOD
           READ RUN-CONTROL RECORD KEY RN-KEY
           INVALID KEY
              MOVE 'R' TO RN-STATUS
              MOVE SPACES TO RN-LAST-ACCOUNT
              MOVE WS-TODAY TO RN-RUN-DATE
              MOVE 0 TO RN-CARRIED-TOTAL
              WRITE RN-RECORD
           NOT INVALID KEY
              IF RN-IS-COMPLETE
                 MOVE 'Y' TO WS-PERIOD-DONE
              ELSE
      *This run keeps the file line number where the account-walking
      *runs keep an account key
                 IF RN-LAST-ACCOUNT NUMERIC
                    MOVE RN-LAST-ACCOUNT TO WS-RESTART-AFTER
                 END-IF
              END-IF
           END-READ.
       CHECK-RUN-CONTROL-EXIT.
           EXIT.
      *Note the line just done, so an abend restarts after it
       MARK-RUN-PROGRESS.
           MOVE WS-LINE-NUMBER TO WS-LINE-EDIT
           MOVE WS-LINE-EDIT TO RN-LAST-ACCOUNT
           REWRITE RN-RECORD.
       MARK-RUN-COMPLETE.
           MOVE 'C' TO RN-STATUS
           MOVE WS-TODAY TO RN-RUN-DATE
           REWRITE RN-RECORD
           CLOSE RUN-CONTROL.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
