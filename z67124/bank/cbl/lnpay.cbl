              GOBACK
           END-READ

      *A written-off loan is off the book - whatever the collectors
      *get back posts as a recovery through LNRECOV, never here
           IF LN-IS-WRITTEN-OFF
              DISPLAY '{'
              DISPLAY '  "success":0,'
              DISPLAY '  "error":"Loan written off - post recoveries'
                 ' through LNRECOV"'
              DISPLAY '}'
              CLOSE LOAN-MASTER
              GOBACK
           END-IF

           IF NOT LN-IS-OPEN
              DISPLAY '{'
              DISPLAY '  "success":0,'
