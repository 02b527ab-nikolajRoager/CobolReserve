      *Minutes an operator session may sit idle before the sensitive
      *programs stop honouring it, non-numeric = 30
           05 S-SESSION-IDLE-MINS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *Debt-service ratio (all loan instalments over average monthly
      *credits) above which LNAPP declines an application outright,
      *e.g. 0.5000, non-numeric = 0.5000
           05 S-LOAN-DSR-DECLINE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      *Ratio above which an application is referred to a supervisor
      *rather than approved, non-numeric = 0.3500
           05 S-LOAN-DSR-REFER PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      *Months card rewards points may sit unused before RWDEXPR
      *expires them, non-numeric = 24
           05 S-RWD-EXPIRY-MONTHS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *What one rewards point is worth when redeemed, in the
      *account's own currency, e.g. 0.0100, non-numeric = 0.0100
           05 S-RWD-POINT-VALUE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
      *Charged to the depositor when a cheque they paid in on another
      *bank comes back unpaid through clearing (account currency),
      *0/spaces = no fee taken
           05 S-RETURNED-CHQ-FEE PIC X(12).
           05 FILLER PIC X VALUE SPACE.
      *Most a card on a minor's account may spend per day (account
      *currency) - CARDMNT caps the card's own limit at this on
      *issue, non-numeric = 50.0000
           05 S-MINOR-CARD-LIMIT PIC X(12).
           05 FILLER PIC X VALUE SPACE.
      *Years a closed customer's personal data is kept before ANONRUN
      *anonymises it, counted from CU-CLOSED-DATE, non-numeric = 5
           05 S-RETENTION-YEARS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *Days a customer switched out to another bank keeps having
      *credits forwarded before SWTCHRUN closes the account,
      *non-numeric = 1095 (three years)
           05 S-SWITCH-REDIRECT-DAYS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *Calendar days the law allows from the first alert behind a
      *suspicious activity case to the filing with the financial
      *intelligence unit - SARCASE sets each case's deadline from
      *it, non-numeric = 30
           05 S-SAR-FILING-DAYS PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *Eligible capital in the default currency, the base LEXPREP
      *measures every connected group's exposure against, 0 or
      *non-numeric = not set, nothing is flagged
           05 S-CAPITAL-BASE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
      *Large-exposure reporting threshold and legal limit as
      *fractions of the capital base, e.g. 0.1000 and 0.2500 - the
      *threshold is tested before collateral, the limit after it.
      *Non-numeric = 0.1000 and 0.2500
           05 S-LE-REPORT-PCT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 S-LE-LIMIT-PCT PIC X(6).
           05 FILLER PIC X VALUE SPACE.
      *Parallel rate shocks REPRGAP prices the repricing gap under,
      *four five-character slots of signed basis points, e.g.
      *"+0200-0200+0100-0100". A blank or non-numeric slot is unused;
      *no usable slot at all = +200 and -200
           05 S-RATE-SHOCKS PIC X(20).
           05 FILLER PIC X VALUE SPACE.
      *When the branches open, HHMM - the close-of-business chain
      *must have finished by then on the calendar day after the
      *business date it closes. SLAREP projects the chain's drift
      *against it, non-numeric = 0800
           05 S-BRANCH-OPEN-TIME PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *How far a run's volumes may move off their trailing 30-day
      *average, in percent, before SLAREP flags them, non-numeric
      *= 50
           05 S-RUN-VOLUME-PCT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
      *Default-currency value at or above which the foreign note
      *counter (NOTEXCH) must capture the walk-in customer's identity
      *document before it pays out, non-numeric = 1000
           05 S-NOTE-ID-THRESHOLD PIC X(12).
           05 FILLER PIC X VALUE SPACE.
      *Working days the central-bank depot takes to deliver a note
      *order, for NOTESTK's order-by dates, non-numeric = 3
           05 S-NOTE-LEAD-DAYS PIC X(2).
