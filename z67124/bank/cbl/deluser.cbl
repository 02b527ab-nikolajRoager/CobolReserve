           05 WS-AB-BALANCE PIC -(11)9.9999.
           05 FILLER PIC X(5) VALUE ' CCY='.
           05 WS-AB-CURRENCY PIC XXX.
      *Domicile branch, so BRANCHRP can count the closure there
           05 FILLER PIC X(4) VALUE ' BR='.
           05 WS-AB-BRANCH PIC X(4).
      *Using PARM='...' limits me to one account a time, but the code
      *becomes cleaner
       LINKAGE SECTION.

           MOVE ACT-BALANCE TO WS-AB-BALANCE
           MOVE ACT-CURRENCY TO WS-AB-CURRENCY
           MOVE ACT-BRANCH TO WS-AB-BRANCH
           MOVE ACT-REC TO WS-JR-BEFORE
           DELETE USER-ACCOUNTS RECORD.
           PERFORM JOURNAL-ACCOUNT-DELETE.
