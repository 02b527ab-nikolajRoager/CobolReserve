      *A debit-card purchase converted into an instalment plan.
      *INSTPLAN credits the purchase back to the account from
      *LOANPOOL and books the plan with its whole schedule; INSTCOLL
      *takes each instalment back to LOANPOOL on its due date, and
      *RETRYRUN ticks one it re-presents. Keyed the purchase's own
      *TR-KEY, so a purchase converts once and an account's plans
      *sit together for AVAILBAL and STMTPRNT
       01  IP-RECORD.
           05 IP-KEY.
               10 IP-ACCOUNT PIC X(9).
               10 IP-PURCHASE-STAMP PIC X(16).
      *A = instalments still to collect, C = completed
           05 IP-STATUS PIC X(1).
               88 IP-IS-ACTIVE   VALUE 'A'.
               88 IP-IS-COMPLETE VALUE 'C'.
      *Who the purchase was made with, and in what currency it left
      *the account
           05 IP-MERCHANT PIC X(9).
           05 IP-CURRENCY PIC X(3).
      *What was credited back, the set-up fee taken on booking, and
      *what is still to be collected
           05 IP-PRINCIPAL PIC 9(11)V9(4).
           05 IP-SETUP-FEE PIC 9(11)V9(4).
           05 IP-OUTSTANDING PIC 9(11)V9(4).
           05 IP-BOOKED-DATE PIC 9(8).
      *The account's hash as given on conversion - the customer's
      *standing authority for the collections
           05 IP-HASH PIC X(8).
      *Number of monthly instalments: 3, 6 or 12
           05 IP-TERM PIC 9(2).
           05 IP-SCHEDULE OCCURS 12 TIMES.
               10 IP-DUE-DATE PIC 9(8).
               10 IP-INSTALMENT PIC 9(11)V9(4).
               10 IP-PAID-FLAG PIC X(1).
                   88 IP-ROW-PAID VALUE 'Y'.
               10 IP-PAID-DATE PIC 9(8).
