      *Negotiated relationship pricing, one agreement per customer
      *identity (CU-NAME). While it is in force it overrides the
      *standard terms for every wallet under that identity - any of
      *the transaction-fee rate, the exchange-fee margin, the credit
      *interest rate and the maintenance fee, each only when its own
      *flag is set, so a waived fee (0) is told apart from a term
      *that is not negotiated. Set and cancelled by PRICMNT under a
      *supervisor, read and costed through PRICTERM by TRNSFR/DEPWIT/
      *INTPOST/FEESWEP, reported by PRICREP
       01  PA-RECORD.
           05 PA-CUSTOMER PIC X(9).
      *A = agreed, C = cancelled (left in place for history)
           05 PA-STATUS PIC X(1).
               88 PA-IS-ACTIVE    VALUE 'A'.
               88 PA-IS-CANCELLED VALUE 'C'.
      *In force from the effective date up to and including expiry
           05 PA-EFFECTIVE-DATE PIC 9(8).
           05 PA-EXPIRY-DATE PIC 9(8).
      *Supervisor who approved the terms
           05 PA-APPROVED-BY PIC X(9).
      *Y = the term below overrides the standard one. Rates are on
      *the same per-posting scale as STATFILE's and PRODMAST's
           05 PA-TXN-FEE-FLAG PIC X(1).
           05 PA-TRANSACTION-FEE PIC 9V9999.
           05 PA-FX-FEE-FLAG PIC X(1).
           05 PA-EXCHANGE-FEE PIC 9V9999.
           05 PA-RATE-FLAG PIC X(1).
           05 PA-CREDIT-RATE PIC 9V9999.
           05 PA-MAINT-FLAG PIC X(1).
           05 PA-MAINTENANCE-FEE PIC 9(11)V9(4).
      *What the agreement has cost against standard pricing since
      *PA-COST-SINCE - fees not taken, interest paid over the
      *standard rate. Fee figures are in the currency the bank books
      *that fee income in (default currency for the per-transaction
      *fees, account currency for interest and maintenance fee, as
      *DEPWIT/TRNSFR and INTPOST/FEESWEP post them). Zeroed when the
      *agreement is set or renewed, so a renewal is argued on the
      *term just ending
           05 PA-COST-SINCE PIC 9(8).
           05 PA-COST-TXN-FEE PIC S9(11)V9(4).
           05 PA-COST-FX-FEE PIC S9(11)V9(4).
           05 PA-COST-INTEREST PIC S9(11)V9(4).
           05 PA-COST-MAINT-FEE PIC S9(11)V9(4).
      *Postings the agreement repriced
           05 PA-ITEMS-PRICED PIC 9(7).
