      *Service-charge tariff, one entry per counter service and
      *account currency. SVCCHG looks the charge up here in the
      *currency of the account it takes the fee from; a service with
      *no active entry for that currency is simply not charged. Set
      *by SETSVC under a supervisor. Codes in use:
      * STMTRPRT statement/report reprint (SPOOLRPR)
      * CHQBOOK  cheque book issued (CHQISSUE)
      * CHQSTOP  stop-cheque order placed (CHQSTOP)
      * LEGALHLD legal hold placed (LGLHOLD)
       01  SV-RECORD.
           05 SV-KEY.
               10 SV-CODE PIC X(8).
               10 SV-CURRENCY PIC X(3).
           05 SV-DESCRIPTION PIC X(30).
      *Flat charge per service, in SV-CURRENCY
           05 SV-CHARGE PIC 9(11)V9(4).
      *A = charged, W = withdrawn (kept so the history reads right)
           05 SV-STATUS PIC X(1).
               88 SV-IS-ACTIVE    VALUE 'A'.
               88 SV-IS-WITHDRAWN VALUE 'W'.
      *Supervisor who last set the entry, and when
           05 SV-SET-BY PIC X(9).
           05 SV-SET-DATE PIC 9(8).
