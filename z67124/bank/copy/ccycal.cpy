      *One day a currency's own market does not settle, maintained
      *by BANKCAL when it is given a currency. The bank's own
      *holidays stay on BANKCAL's calendar (calrec); this file carries
      *the settlement holidays of each currency on top, so DATEROLL
      *can hand back a value date both we and the currency's market
      *are open for
       01  CCAL-RECORD.
           05 CCAL-KEY.
               10 CCAL-CURRENCY PIC X(3).
               10 CCAL-DATE PIC 9(8).
           05 CCAL-REASON PIC X(20).
