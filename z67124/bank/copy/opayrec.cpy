      *One outbound interbank payment. OUTPAY captures it (the
      *customer already debited and the nostro mirror credited
      *through TRNSFR, our fee taken as the charge option says),
      *OUTCUT ships it on the day's interchange file and marks it
      *sent, and NOSTRECON marks it confirmed when the
      *correspondent's return file acknowledges it. The key doubles
      *as the reference quoted on the interchange file
       01  OP-RECORD.
      *the payment comes back - AC closed account, BD bad details,
      *and whatever else their scheme book says
           05 OP-RETURN-CODE PIC X(2).
      *Who pays the charges: OUR = the sender pays ours and the
      *correspondent's, SHA = the sender pays ours and the
      *beneficiary the correspondent's, BEN = the beneficiary pays
      *everything (our fee comes out of OP-AMOUNT). Spaces on
      *payments captured before the option existed read as SHA
           05 OP-CHARGE-OPTION PIC X(3).
               88 OP-CHARGES-OUR    VALUE 'OUR'.
               88 OP-CHARGES-SHARED VALUE 'SHA'.
               88 OP-CHARGES-BEN    VALUE 'BEN'.
      *Our own outbound payment fee, taken from the sender (OUR,
      *SHA) or out of the amount sent (BEN), in OP-CURRENCY
           05 OP-OUR-FEE PIC 9(11)V9(4).
      *The correspondent's expected charge collected from the sender
      *onto the nostro mirror - OUR only, zero otherwise - and what
      *the correspondent actually quoted on its confirmation.
      *NOSTRCON reports any difference between the two
           05 OP-CHARGE-COLLECTED PIC 9(11)V9(4).
           05 OP-CHARGE-ACTUAL PIC 9(11)V9(4).
