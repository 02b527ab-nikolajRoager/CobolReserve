      *One bill payment, booked by BILLPAY once the money has moved
      *from the payer to the "BILLCLR  " bill-payment clearing account.
      *Keyed biller first, so BILLREM reads each biller's day in one
      *sweep: it lists every pending payment on the biller's
      *remittance, settles the total out of BILLCLR to the biller's
      *collection account and marks the payments remitted
       01  BP-RECORD.
           05 BP-KEY.
               10 BP-BILLER PIC X(8).
               10 BP-TIME-STAMP.
                  15 BP-YEAR   PIC 9(4).
                  15 BP-MONTH  PIC 9(2).
                  15 BP-DAY    PIC 9(2).
                  15 BP-HOUR   PIC 9(2).
                  15 BP-MINUTE PIC 9(2).
                  15 BP-SECOND PIC 9(2).
                  15 BP-MILIS  PIC 9(2).
      *Who paid, and the reference they quoted - the biller's way of
      *knowing whose bill it was
           05 BP-FROM-NAME PIC X(9).
           05 BP-REFERENCE PIC X(20).
           05 BP-AMOUNT PIC 9(11)V9(4).
           05 BP-CURRENCY PIC X(3).
      *Business date the payment was taken
           05 BP-PAID-DATE PIC 9(8).
      *P = waiting for the biller's remittance, R = remitted
           05 BP-STATUS PIC X(1).
               88 BP-IS-PENDING  VALUE 'P'.
               88 BP-IS-REMITTED VALUE 'R'.
           05 BP-REMIT-DATE PIC 9(8).
           05 BP-TELLER-ID PIC X(8).
