      *spendable until the availability date - the lesson of the
      *bounced instrument the customer had already drawn against.
      *AVAILBAL nets active holds out of the available figure;
      *AVRELSE's nightly sweep releases them as their date arrives.
      *A hold on a cheque paid in on another bank waits for clearing
      *instead: CHQRTIN releases it when the cheque is paid
       01  AV-RECORD.
           05 AV-KEY.
              10 AV-ACCOUNT PIC X(9).
           05 AV-CURRENCY PIC X(3).
      *First business day the funds may be drawn
           05 AV-AVAILABLE-DATE PIC 9(8).
      *C = released by the clearing outcome, never by the date -
      *AVRELSE steps around it. Anything else releases on the date
           05 AV-RELEASE-ON PIC X(1).
               88 AV-ON-CLEARING VALUE 'C'.
