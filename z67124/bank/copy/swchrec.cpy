      *Switch-out register: one entry per account a customer has
      *moved to another bank. SWTCHOUT books it and marks the account
      *switched; for the redirection period that follows SWTCHRUN
      *sends whatever lands on the account on to the new bank through
      *OUTPAY, and DDCOLLCT returns creditors' claims on it with the
      *"switched" code so they go and collect from the new bank. When
      *the period ends SWTCHRUN closes the account the way DELUSER
      *does and the entry stays on file, closed, for the history -
      *claims keep coming back "switched" rather than "no mandate"
       01  SW-RECORD.
           05 SW-ACCOUNT PIC X(9).
      *Where the money goes now: the correspondent from the SETBANK
      *directory and the customer's account reference there
           05 SW-NEW-BANK-ID PIC X(9).
           05 SW-NEW-BENEFICIARY PIC X(20).
      *The customer's password hash captured on the switch
      *instruction, so each forwarding authorises through OUTPAY the
      *same way a standing order does
           05 SW-HASH PIC X(8).
           05 SW-SWITCH-DATE PIC 9(8).
      *Last day credits are forwarded; SWTCHRUN closes the account
      *the first run after it
           05 SW-REDIRECT-END PIC 9(8).
      *R = redirecting, C = account closed, redirection over
           05 SW-STATUS PIC X(1).
               88 SW-IS-REDIRECTING VALUE 'R'.
               88 SW-IS-CLOSED      VALUE 'C'.
           05 SW-CLOSED-DATE PIC 9(8).
      *Running totals of what has been sent on, account currency
           05 SW-FORWARD-COUNT PIC 9(6).
           05 SW-FORWARDED-AMOUNT PIC 9(12)V9(4).
      *Teller/system ID that booked the switch, for the audit trail
           05 SW-OPERATOR-ID PIC X(9).
