           05 MD-CEILING PIC 9(11)V9(4).
           05 MD-CURRENCY PIC X(3).
           05 MD-SIGNED-DATE PIC 9(8).
      *A = live, C = cancelled, left in place for history, H =
      *brought over from another bank by SWTCHIN and held until the
      *debtor confirms it through SWTCHCF - no collection meanwhile
           05 MD-STATUS PIC X(1).
               88 MD-IS-ACTIVE    VALUE 'A'.
               88 MD-IS-CANCELLED VALUE 'C'.
               88 MD-IS-HELD      VALUE 'H'.
      *Debtor's password hash captured at signing, so each collection
      *authorises through TRNSFR the same way a standing order does,
      *spaces if the account has none set
