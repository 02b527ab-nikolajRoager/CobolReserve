      *One row of a loan's amortization schedule, generated by LNOPEN
      *when the loan is disbursed and ticked off by LNPAY, or by
      *LNCOLLCT's due-date collection, as repayments arrive.
      *LNARREAR reports any row still unpaid past its due date.
      *Keyed by the owning loan's key plus the payment number within
      *the schedule
       01  LS-RECORD.
           05 LS-KEY.
               10 LS-ACCOUNT  PIC X(9).
           05 LS-PAYMENT        PIC 9(11)V9(4).
           05 LS-PRINCIPAL-PART PIC 9(11)V9(4).
           05 LS-INTEREST-PART  PIC 9(11)V9(4).
      *N = still owed, Y = settled by a repayment, W = written off
      *with the loan by LNWOFF - never due again, so the arrears,
      *staging and repayment walks all pass it by. H = a payment
      *holiday month under an LNFORB plan: nothing is due, what it
      *carried was spread over the rows after the plan
           05 LS-PAID-FLAG PIC X(1).
               88 LS-IS-PAID   VALUE 'Y'.
               88 LS-IS-UNPAID VALUE 'N'.
               88 LS-IS-WRITTEN-OFF VALUE 'W'.
               88 LS-IS-HOLIDAY VALUE 'H'.
           05 LS-PAID-DATE PIC 9(8).
      *Last day of the LNFORB plan this row was re-shaped under, 0 =
      *not in a plan. While the plan runs the row is not past due
      *whatever its due date, so LNSTAGE, LNARREAR and CBEXPORT do
      *not age it. Rows from before the field existed read as
      *non-numeric here and are treated as 0
           05 LS-FORB-UNTIL PIC 9(8).
      *P = a Y row swept settled by LNPAYOFF's early settlement -
      *its scheduled interest was never charged, the payoff's own
      *accrued interest was. Anything else is an ordinary instalment
           05 LS-SETTLED-BY PIC X(1).
               88 LS-BY-PAYOFF VALUE 'P'.
      *Interest the loan's offset took off this row before it was
      *collected, already netted out of LS-INTEREST-PART. Non-numeric
      *(rows from before the field existed) reads as 0
           05 LS-OFFSET-SAVED PIC 9(11)V9(4).
