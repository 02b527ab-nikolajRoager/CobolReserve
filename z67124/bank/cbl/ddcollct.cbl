      *into the mandate) - but ONLY against a live mandate, only for
      *the creditor registered on it, and only within its ceiling. A
      *claim that fails any of those returns to the scheme on the
      *refusals file instead of touching a single account. A claim on
      *an account whose holder has switched to another bank goes back
      *with its own "switched" code, so the creditor knows to collect
      *from the new bank rather than chase a lapsed mandate
      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
              ACCESS MODE IS RANDOM
              RECORD KEY IS MD-KEY
              FILE STATUS IS WS-MD-FILE-STATUS.
      *Switch-out register kept by SWTCHOUT/SWTCHRUN
           SELECT SWITCH-REGISTER ASSIGN TO SWITCHES
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS SW-ACCOUNT
              FILE STATUS IS WS-SW-FILE-STATUS.
      *-------------
       DATA DIVISION.
      *-------------
           05 DX-CURRENCY PIC X(3).
      *01 = no live mandate, 02 = creditor not on the mandate,
      *03 = over the mandate ceiling, 04 = currency mismatch,
      *05 = posting refused (the posting program's JSON says why),
      *06 = the debtor has switched to another bank
           05 DX-REASON-CODE PIC X(2).
           05 DX-COLLECT-REF PIC X(17).
           05 FILLER PIC X(12).
       FD  DD-MANDATES DATA RECORD IS MD-RECORD.
       COPY ddmand.
       FD  SWITCH-REGISTER DATA RECORD IS SW-RECORD.
       COPY swchrec.
      *-------------------
       WORKING-STORAGE SECTION.
       01 WS-CL-FILE-STATUS PIC XX.
       01 WS-DR-FILE-STATUS PIC XX.
       01 WS-MD-FILE-STATUS PIC XX.
       01 WS-SW-FILE-STATUS PIC XX.
      *N = no switch register on disk yet, nobody has switched out
       01 WS-SW-OPEN PIC X VALUE 'N'.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-CLAIMS-READ PIC 9(6) VALUE 0.
       01 WS-CLAIMS-POSTED PIC 9(6) VALUE 0.
           05 OV-ARG-FILE-STATUS PIC X(2).
           05 OV-ARG-KEY-IN-HAND PIC X(25).
           05 OV-ARG-MONEY-FLAG PIC X(1) VALUE 'Y'.
      *Laid out exactly like RUNSTAT's own LINKAGE SECTION
       01 RS-ARG-BUFFER.
           05 RS-ARG-ACTION PIC X(1).
           05 RS-ARG-PROGRAM PIC X(8) VALUE 'DDCOLLCT'.
           05 RS-ARG-START-STAMP PIC X(16).
           05 RS-ARG-BUSINESS-DATE PIC 9(8).
           05 RS-ARG-READ PIC 9(9).
           05 RS-ARG-POSTED PIC 9(9).
           05 RS-ARG-REJECTED PIC 9(9).
           05 RS-ARG-STATUS PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM START-RUN-STATS
           OPEN INPUT COLLECTION-INTAKE
           IF WS-CL-FILE-STATUS NOT = '00' AND NOT = '97'
              DISPLAY '{'
              MOVE SPACES TO OV-ARG-KEY-IN-HAND
              PERFORM RECORD-OPS-EVENT
              CLOSE COLLECTION-INTAKE
              MOVE 'F' TO RS-ARG-STATUS
              PERFORM END-RUN-STATS
              GOBACK
           END-IF
           OPEN OUTPUT COLLECTION-RETURNS
           OPEN INPUT DD-MANDATES
           OPEN INPUT SWITCH-REGISTER
           IF WS-SW-FILE-STATUS = '00' OR WS-SW-FILE-STATUS = '97'
              MOVE 'Y' TO WS-SW-OPEN
           END-IF
      *No mandate register at all means every claim refuses - the
      *scheme rules put the burden of proof on us, not the creditor

           CLOSE COLLECTION-INTAKE
           CLOSE COLLECTION-RETURNS
           CLOSE DD-MANDATES
           IF WS-SW-OPEN = 'Y'
              CLOSE SWITCH-REGISTER
           END-IF
           MOVE WS-CLAIMS-READ TO RS-ARG-READ
           MOVE WS-CLAIMS-POSTED TO RS-ARG-POSTED
           MOVE WS-CLAIMS-REFUSED TO RS-ARG-REJECTED
           MOVE 'C' TO RS-ARG-STATUS
           PERFORM END-RUN-STATS
           GOBACK.
       PROCESS-CLAIM-FILE.
           READ COLLECTION-INTAKE
           END-READ.
       PROCESS-ONE-CLAIM.
           MOVE SPACES TO WS-REASON-CODE
      *Switched out - in its redirection period or closed after it -
      *answers "switched" ahead of any mandate question
           IF WS-SW-OPEN = 'Y'
              MOVE CL-DEBTOR TO SW-ACCOUNT
              READ SWITCH-REGISTER RECORD KEY SW-ACCOUNT
              NOT INVALID KEY
                 MOVE '06' TO WS-REASON-CODE
                 PERFORM REFUSE-THE-CLAIM
                 GO TO PROCESS-ONE-CLAIM-EXIT
              END-READ
           END-IF
           IF WS-MD-FILE-STATUS NOT = '00'
                 AND WS-MD-FILE-STATUS NOT = '97'
              MOVE '01' TO WS-REASON-CODE
      *never cause one
       RECORD-OPS-EVENT.
           CALL 'OPSLOG' USING OV-ARG-BUFFER.
       START-RUN-STATS.
           MOVE 'S' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
       END-RUN-STATS.
           MOVE 'E' TO RS-ARG-ACTION
           CALL 'RUNSTAT' USING RS-ARG-BUFFER.
