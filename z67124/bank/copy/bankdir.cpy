      *nostro mirror account of ours in USER-ACCOUNTS - OUTPAY
      *credits it when a customer pays out, OUTCUT cuts the day's
      *interchange file for the correspondent, and NOSTRECON matches
      *the mirror against their returned confirmations, and the
      *correspondent charges they quote against what we collected
       01  BD-RECORD.
           05 BD-BANK-ID PIC X(9).
           05 BD-NAME PIC X(20).
      *Our mirror of the money sitting with this correspondent
           05 BD-NOSTRO-ACCOUNT PIC X(9).
      *Flat amounts in the payment's currency: our own fee for an
      *outbound payment through this correspondent, and the charge
      *they are expected to take for it, collected from the sender
      *up front on an OUR payment. Entries from before the fields
      *existed read as non-numeric here and are treated as zero
           05 BD-OUR-FEE PIC 9(7)V9(4).
           05 BD-CORR-CHARGE PIC 9(7)V9(4).
