       01 OS-ARG-BUFFER.
           05 OS-ARG-OPERATOR-ID PIC X(9).
           05 OS-ARG-RESULT PIC X(1).
      *Laid out exactly like PIDXUPD's own LINKAGE SECTION
       01 PU-ARG-BUFFER.
           05 PU-ARG-ACTION PIC X(1).
           05 PU-ARG-TR-KEY PIC X(25).
           05 PU-ARG-NEW-KEY PIC X(25).
           05 PU-ARG-RESULT PIC X(1).
       01 WS-OPERATOR-ID PIC X(9).
       01 WS-OLD-NAME PIC X(9).
       01 WS-NEW-NAME PIC X(9).
                 WRITE TR-RECORD
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
      *Same stamp, new account - the day's index entry follows it
                    MOVE 'R' TO PU-ARG-ACTION
                    MOVE WS-SAVED-KEY(1:25) TO PU-ARG-TR-KEY
                    MOVE TR-KEY TO PU-ARG-NEW-KEY
                    CALL 'PIDXUPD' USING PU-ARG-BUFFER
                 END-WRITE
              ELSE
                 REWRITE TR-RECORD
