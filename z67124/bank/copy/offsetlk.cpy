      *One deposit account linked to an offset loan by LNOFFSET. The
      *account's balance, in the loan's currency, is netted against
      *the loan's outstanding balance by LNOFFRUN every night, and
      *INTPOST pays it no credit interest while the link is active.
      *Keyed by the deposit account, so an account offsets one loan
      *at a time
       01  OL-RECORD.
           05 OL-ACCOUNT PIC X(9).
           05 OL-LN-KEY PIC X(13).
      *A = active, E = ended by LNOFFSET, or by LNOFFRUN once the
      *loan is no longer open
           05 OL-STATUS PIC X(1).
               88 OL-IS-ACTIVE VALUE 'A'.
               88 OL-IS-ENDED  VALUE 'E'.
           05 OL-LINKED-DATE PIC 9(8).
           05 OL-ENDED-DATE PIC 9(8).
           05 OL-LINKED-BY PIC X(9).
