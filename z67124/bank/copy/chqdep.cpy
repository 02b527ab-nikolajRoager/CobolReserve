      *Outward cheque deposit register: one entry per cheque drawn
      *on another bank that a customer paid in over the counter.
      *CHQDEP records it and gives the customer a provisional credit
      *behind an availability hold, CHQOUT puts it on the outgoing
      *clearing file for the clearing house, and CHQRTIN works the
      *clearing house's answer: paid releases the hold, returned
      *takes the credit back with the returned-item fee. The key is
      *the reference the clearing files quote both ways
       01  CX-RECORD.
           05 CX-KEY.
      *The bank the cheque is drawn on and its serial, and our
      *customer who paid it in
               10 CX-DRAWEE-BANK PIC X(9).
               10 CX-SERIAL PIC 9(8).
               10 CX-ACCOUNT PIC X(9).
      *D = deposited, waiting for the cut, S = sent to clearing,
      *C = cleared (paid by the drawee), R = returned unpaid
           05 CX-STATUS PIC X(1).
               88 CX-IS-DEPOSITED VALUE 'D'.
               88 CX-IS-SENT      VALUE 'S'.
               88 CX-IS-CLEARED   VALUE 'C'.
               88 CX-IS-RETURNED  VALUE 'R'.
      *Cheques clear in the depositor's own account currency
           05 CX-AMOUNT PIC 9(11)V9(4).
           05 CX-CURRENCY PIC X(3).
           05 CX-DEPOSIT-DATE PIC 9(8).
           05 CX-SENT-DATE PIC 9(8).
      *Business date the clearing house paid or returned it
           05 CX-SETTLED-DATE PIC 9(8).
      *The drawee's return reason off the returns file, spaces
      *unless returned (same codes CHQCLEAR sends: 01 insufficient
      *funds, 02 stopped, 03 not issued, 04 account, 05 duplicate,
      *06 currency)
           05 CX-RETURN-CODE PIC X(2).
      *Returned-item fee actually taken, account currency
           05 CX-FEE-TAKEN PIC 9(11)V9(4).
      *The availability hold (AV-KEY) standing against the credit
           05 CX-HOLD-KEY PIC X(25).
           05 CX-TELLER-ID PIC X(8).
