       FD  INTRADAY-DELTAS RECORDING MODE F.
       COPY deltarec.
       FD  FRAUD-FEED RECORDING MODE F.
       01  FF-RECORD PIC X(86).
       FD  CUT-CHECKPOINT RECORDING MODE F.
       01  CP-RECORD.
           05 CP-SHIPPED-COUNT PIC 9(8).
