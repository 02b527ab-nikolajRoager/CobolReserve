      *Bank guarantee / standby letter of credit register, one entry
      *per instrument issued by GTEEISS for a customer in favour of a
      *beneficiary. While in force it is a contingent liability of
      *the bank - no ledger money moves until the beneficiary claims
      *- and shows as such in TREASREP and CBSTAT. Any cash margin
      *the customer puts up is immobilised by an amount-level hold on
      *LGLHOLDS under the guarantee reference, so every posting
      *program respects it without knowing guarantees exist. GTEEMNT
      *pays a claim or cancels early, GTEERUN takes the periodic fee
      *and expires the instrument, releasing the margin
       01  GT-RECORD.
      *The reference printed on the guarantee, also the LGLHOLDS
      *reference its margin is held under
           05 GT-REFERENCE PIC X(12).
      *O = in force, C = claimed and paid out, E = expired,
      *X = cancelled early (instrument returned by the beneficiary)
           05 GT-STATUS PIC X(1).
               88 GT-IS-OPEN      VALUE 'O'.
               88 GT-IS-CLAIMED   VALUE 'C'.
               88 GT-IS-EXPIRED   VALUE 'E'.
               88 GT-IS-CANCELLED VALUE 'X'.
      *B = bid (tender), P = performance, A = advance payment,
      *S = standby letter of credit
           05 GT-TYPE PIC X(1).
               88 GT-TYPE-VALID VALUE 'B' 'P' 'A' 'S'.
      *The customer the bank is standing behind
           05 GT-ACCOUNT PIC X(9).
           05 GT-BENEFICIARY PIC X(30).
      *Most the beneficiary may claim, in the guarantee's currency
           05 GT-AMOUNT PIC 9(11)V9(4).
           05 GT-CURRENCY PIC X(3).
           05 GT-ISSUE-DATE PIC 9(8).
      *Last day a claim is honoured
           05 GT-EXPIRY-DATE PIC 9(8).
      *Cash margin held on the customer's account, in the account's
      *own currency, 0 = unsecured
           05 GT-MARGIN PIC 9(11)V9(4).
      *Fees, all in the customer's account currency: the one-off
      *issuance commission, and the periodic fee GTEERUN takes every
      *GT-FEE-DAYS from GT-NEXT-FEE-DATE (0 = no periodic fee)
           05 GT-COMMISSION PIC 9(11)V9(4).
           05 GT-PERIODIC-FEE PIC 9(11)V9(4).
           05 GT-FEE-DAYS PIC 9(4).
           05 GT-NEXT-FEE-DATE PIC 9(8).
      *Running total of commission and fees actually collected
           05 GT-FEES-TAKEN PIC 9(11)V9(4).
      *What a claim paid out, in the guarantee's currency
           05 GT-CLAIM-AMOUNT PIC 9(11)V9(4).
      *Business date it was claimed, expired or cancelled
           05 GT-CLOSED-DATE PIC 9(8).
           05 GT-OPERATOR-ID PIC X(9).
