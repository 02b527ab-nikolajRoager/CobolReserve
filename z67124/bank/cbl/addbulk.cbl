           05 NA-TYPE      PIC X(1).
           05 NA-OVERDRAFT PIC X(12)XX(4).
           05 NA-NAME      PIC X(9).
      *Domicile branch of the new account
           05 NA-BRANCH    PIC X(4).
      *Just a restart point: how many NEW-ACCOUNTS rows are already
      *loaded, so a re-run can skip straight past them
       FD  CHECKPOINT-FILE RECORDING MODE F.
           05 AU-ARG-OWNER        PIC X(9).
      *Batch run, not a named teller, for the audit trail
           05 AU-ARG-OPERATOR-ID  PIC X(9).
      *Bulk-loaded accounts go on the bank-wide terms, no product
           05 AU-ARG-PRODUCT      PIC X(8).
           05 AU-ARG-BRANCH       PIC X(4).
           05 AU-ARG-NAME         PIC X(9).
      *Output only - ADDUSER sets this before returning
           05 AU-ARG-RESULT       PIC X(1).
                 END-IF
           END-READ.
       CALL-ADDUSER.
      *68 = byte width of everything ahead of AU-ARG-NAME, same figure
      *ADDUSER's own READ-INPUT subtracts; NA-NAME always comes in
      *already space-padded to its full 9 bytes
           MOVE 68 TO AU-ARG-LENGTH
           ADD 9 TO AU-ARG-LENGTH
           MOVE NA-BALANCE TO AU-ARG-BALANCE
           MOVE NA-CURRENCY TO AU-ARG-CURRENCY
           MOVE NA-OVERDRAFT TO AU-ARG-OVERDRAFT
           MOVE SPACES TO AU-ARG-OWNER
           MOVE 'BATCH    ' TO AU-ARG-OPERATOR-ID
           MOVE SPACES TO AU-ARG-PRODUCT
           MOVE NA-BRANCH TO AU-ARG-BRANCH
           MOVE NA-NAME TO AU-ARG-NAME
           CALL 'ADDUSER' USING AU-ARG-BUFFER.
