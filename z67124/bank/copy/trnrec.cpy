      *Zeros (and the garbage on records from before the field
      *existed) mean the stamp date is the value date
         05 TR-VALUE-DATE PIC 9(8).
      *Merchant category code (ISO 18245, e.g. 5411 grocery, 7995
      *betting) of the card or mobile-pay merchant, copied off the
      *merchant master as the purchase posts. Spaces on every other
      *kind of leg; records written before the field existed read as
      *spaces or garbage here, both of which count as unclassified
         05 TR-MCC PIC X(4).
