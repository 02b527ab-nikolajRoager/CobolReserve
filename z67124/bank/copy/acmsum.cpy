           05 AM-KEY.
               10 AM-ACCOUNT PIC X(9).
               10 AM-MONTH PIC 9(6).
      *Counts are the customer's own movements only: the legs the
      *bank posts itself (INTPOST interest and withholding, FEESWEP
      *maintenance fee, BONUSINT bonus) add to the totals but not to
      *the counts, so a month with no withdrawal shows AM-DEBIT-COUNT
      *zero whatever the batch posted
           05 AM-CREDIT-COUNT PIC 9(6).
           05 AM-CREDIT-TOTAL PIC 9(12)V9(4).
           05 AM-DEBIT-COUNT PIC 9(6).
