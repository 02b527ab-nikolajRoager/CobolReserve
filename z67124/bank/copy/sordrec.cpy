           05 SO-FREQUENCY-DAYS PIC 9(4).
      *Next date (CCYYMMDD) this order is due to post
           05 SO-NEXT-RUN-DATE  PIC 9(8).
      *Y = order is live, N = cancelled, left in place for history,
      *H = brought over from another bank by SWTCHIN and held until
      *the customer confirms it through SWTCHCF - nothing posts it
           05 SO-ACTIVE-FLAG PIC X(1).
               88 SO-IS-ACTIVE   VALUE 'Y'.
               88 SO-IS-CANCELLED VALUE 'N'.
               88 SO-IS-HELD     VALUE 'H'.
      *Password hash captured when the order was set up, so STANDRUN
      *can authorise each posting the same way a live TRNSFR call
      *would, spaces if the sending account has none set
      *Keep SO-FROM-NAME at this figure (its own account currency),
      *only meaningful on type T orders
           05 SO-TARGET-BALANCE PIC 9(11)V9(4).
      *Payee at another bank: the correspondent from the SETBANK
      *directory and the payee's account reference there. STANDRUN
      *sends these through OUTPAY instead of TRNSFR, and SO-TO-NAME
      *then only carries the bank id to keep the key unique. Spaces
      *(and records written before the fields existed) = the payee
      *banks with us and SO-TO-NAME is their account
           05 SO-BANK-ID PIC X(9).
           05 SO-BENEFICIARY PIC X(20).
