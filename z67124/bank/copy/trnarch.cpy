      *existed read as spaces here
           05 TRA-REMIT-REF PIC X(20).
           05 TRA-VALUE-DATE PIC 9(8).
      *Merchant category code, mirrored off the live record
           05 TRA-MCC PIC X(4).
