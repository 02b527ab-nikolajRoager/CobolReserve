      *One incoming interbank credit, as INBCRED took it off a
      *correspondent's incoming payment file. Every line is kept, so
      *a file fed twice never credits anybody twice. A credit that
      *could be applied is credited straight to the beneficiary from
      *the correspondent's nostro mirror; one that could not sits on
      *the "INBSUSP  " unapplied-funds suspense account until ops
      *apply it to the right account or return it to the sender
      *through INBSUSP. INBAGE ages whatever is still in suspense
       01  IC-RECORD.
      *The sending correspondent and the reference they quote
           05 IC-KEY.
               10 IC-BANK-ID PIC X(9).
               10 IC-REFERENCE PIC X(20).
      *A = applied on intake, S = in suspense, P = applied out of
      *suspense by ops, R = returned to the sender by ops
           05 IC-STATUS PIC X(1).
               88 IC-IS-APPLIED  VALUE 'A'.
               88 IC-IN-SUSPENSE VALUE 'S'.
               88 IC-IS-PLACED   VALUE 'P'.
               88 IC-IS-RETURNED VALUE 'R'.
      *Why it went to suspense: UA unknown account, CL closed, FZ
      *frozen, NM beneficiary name does not match the customer, SH
      *blocklist hit held for compliance. Spaces when applied on
      *intake
           05 IC-REASON PIC X(2).
               88 IC-UNKNOWN-ACCOUNT VALUE 'UA'.
               88 IC-ACCOUNT-CLOSED  VALUE 'CL'.
               88 IC-ACCOUNT-FROZEN  VALUE 'FZ'.
               88 IC-NAME-MISMATCH   VALUE 'NM'.
               88 IC-SCREENING-HIT   VALUE 'SH'.
      *The beneficiary as the remitter gave it - an ACT-NAME or an
      *ACTNUM account number - and the name they paid
           05 IC-BENEFICIARY PIC X(9).
           05 IC-BENE-NAME PIC X(30).
           05 IC-REMITTER PIC X(20).
           05 IC-AMOUNT PIC 9(11)V9(4).
           05 IC-CURRENCY PIC X(3).
      *What sits on INBSUSP for this item, in INBSUSP's own
      *currency - exactly what comes back off it on apply or return
           05 IC-SUSPENSE-AMOUNT PIC 9(11)V9(4).
      *Business date taken in, and date applied or returned
           05 IC-RECEIVED-DATE PIC 9(8).
           05 IC-RESOLVED-DATE PIC 9(8).
      *The account actually credited, spaces until it is
           05 IC-ACCOUNT PIC X(9).
      *Screening queue case (SC-KEY) raised on a blocklist hit -
      *INBSUSP will not touch the money while it is undecided
           05 IC-SCREEN-KEY PIC X(25).
      *Operator who applied or returned it out of suspense
           05 IC-OPERATOR-ID PIC X(9).
