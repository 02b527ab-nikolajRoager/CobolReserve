      *Bank draft register: one entry per draft (cashier's cheque)
      *issued over the counter. DRAFTISS debits the purchaser into
      *the "DRAFTS   " outstanding-drafts account and registers the
      *draft here; CHQCLEAR pays a presented draft out of DRAFTS
      *against this entry instead of against a customer's cheque
      *book; DRAFTMNT stops, reinstates, cancels (refunding the
      *purchaser) or escheats it; DRAFTAGE ages whatever is still
      *outstanding. The DRAFTS balance is the sum of the liability
      *on every draft still O, S or L here
       01  DF-RECORD.
      *The serial pre-printed on the draft form
           05 DF-SERIAL PIC 9(8).
      *O = outstanding, P = paid through clearing, S = stopped,
      *L = reported lost, C = cancelled and refunded to the
      *purchaser, E = escheated as unclaimed
           05 DF-STATUS PIC X(1).
               88 DF-IS-OUTSTANDING VALUE 'O'.
               88 DF-IS-PAID        VALUE 'P'.
               88 DF-IS-STOPPED     VALUE 'S'.
               88 DF-IS-LOST        VALUE 'L'.
               88 DF-IS-CANCELLED   VALUE 'C'.
               88 DF-IS-ESCHEATED   VALUE 'E'.
      *Still a liability of the bank - paid, cancelled and escheated
      *drafts are off the books
               88 DF-IS-OPEN        VALUE 'O' 'S' 'L'.
           05 DF-PURCHASER PIC X(9).
           05 DF-PAYEE PIC X(30).
      *Face amount and currency printed on the draft
           05 DF-AMOUNT PIC 9(11)V9(4).
           05 DF-CURRENCY PIC X(3).
      *What the issue put on DRAFTS, in DRAFTS' own currency -
      *exactly what comes back off it when the draft is paid,
      *cancelled or escheated
           05 DF-LIABILITY PIC 9(11)V9(4).
           05 DF-ISSUE-DATE PIC 9(8).
      *Business date it was paid, cancelled or escheated
           05 DF-CLOSED-DATE PIC 9(8).
      *Presenting bank's reference off the clearing row when paid
           05 DF-PRESENT-REF PIC X(12).
           05 DF-TELLER-ID PIC X(8).
      *Operator behind the last stop, reinstate, cancel or escheat
           05 DF-OPERATOR-ID PIC X(9).
