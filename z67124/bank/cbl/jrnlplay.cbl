       01 WS-EOF PIC X VALUE 'N'.
       01 WS-ACCOUNTS-APPLIED PIC 9(8) VALUE 0.
       01 WS-TRANSFERS-APPLIED PIC 9(8) VALUE 0.
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN INPUT RECOVERY-JOURNAL
           WRITE TR-RECORD
           INVALID KEY
              REWRITE TR-RECORD
           NOT INVALID KEY
      *A posting the restored ledger never had is equally missing
      *from the restored posting index; one it already had is there
              MOVE 'A' TO PU-ARG-ACTION
              MOVE TR-KEY TO PU-ARG-TR-KEY
              MOVE SPACES TO PU-ARG-NEW-KEY
              CALL 'PIDXUPD' USING PU-ARG-BUFFER
           END-WRITE
           IF WS-T-FILE-STATUS = '00'
              ADD 1 TO WS-TRANSFERS-APPLIED
