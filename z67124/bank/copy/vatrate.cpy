      *VAT rate per account service fee, keyed on the fee's ledger
      *type name exactly as the posting program writes it on
      *TR-TYPE-NAME ("Maintenance fee", "NSF fee", "service charge").
      *The fee charged is VAT-inclusive: VATSPLIT cuts it into the
      *net fee (fee income) and the VAT (owed to the authority, held
      *on the VATPAY account). A fee type with no entry, or a rate of
      *0, is exempt. Set by SETVAT under a supervisor
       01  VR-RECORD.
           05 VR-FEE-TYPE PIC X(20).
      *VAT as a fraction of the net fee, e.g. 0.2500 for 25%
           05 VR-RATE PIC 9V9999.
      *Supervisor who last set the rate, and when
           05 VR-SET-BY PIC X(9).
           05 VR-SET-DATE PIC 9(8).
