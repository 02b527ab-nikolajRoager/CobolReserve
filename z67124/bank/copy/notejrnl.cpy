      *Foreign note counter journal, one record per cash-for-cash
      *exchange NOTEXCH books for a walk-in customer. Keyed branch,
      *day and sequence like the vault movements, so the day's
      *exchanges at one branch read off together for VAULTEOD, and
      *DRAWEOD and NOTESTK walk it for the drawers and the stock
       01  NX-RECORD.
           05 NX-KEY.
               10 NX-BRANCH PIC X(4).
               10 NX-DATE   PIC 9(8).
               10 NX-SEQ    PIC 9(4).
           05 NX-TELLER-ID PIC X(8).
      *HHMMSS the exchange was booked
           05 NX-TIME PIC 9(6).
      *The notes the customer handed over, and the notes paid out to
      *them, each in its own currency's units
           05 NX-IN-CURRENCY PIC X(3).
           05 NX-IN-AMOUNT PIC 9(11)V9(4).
           05 NX-OUT-CURRENCY PIC X(3).
           05 NX-OUT-AMOUNT PIC 9(11)V9(4).
      *The note rates applied, as on E-RECORD - buy on the way in,
      *sell on the way out. Zero on a default-currency leg
           05 NX-IN-RATE-MAN PIC 9(6).
           05 NX-IN-RATE-EXP PIC S9.
           05 NX-OUT-RATE-MAN PIC 9(6).
           05 NX-OUT-RATE-EXP PIC S9.
      *What the exchange was worth in the default currency, the
      *figure the identity threshold is tested against
           05 NX-DEFAULT-VALUE PIC 9(11)V9(4).
      *The customer's identity document when the exchange reached
      *S-NOTE-ID-THRESHOLD (or the teller took it anyway), spaces
      *otherwise. P = passport, N = national identity card,
      *D = driving licence; country as the ISO two-letter code
           05 NX-ID-TYPE PIC X(1).
               88 NX-ID-PASSPORT VALUE 'P'.
               88 NX-ID-NATIONAL VALUE 'N'.
               88 NX-ID-DRIVING  VALUE 'D'.
           05 NX-ID-COUNTRY PIC X(2).
           05 NX-ID-NUMBER PIC X(20).
           05 NX-ID-NAME PIC X(30).
