      *renew normally
           05 CR-RENEWED-FLAG PIC X(1).
               88 CR-WAS-RENEWED VALUE 'Y'.
      *Y = issued against a minor's account with CR-DAILY-LIMIT held
      *down to S-MINOR-CARD-LIMIT; CR-ASKED-LIMIT is the limit the
      *branch asked for, which MINORRUN puts back once the holder
      *comes of age
           05 CR-MINOR-CAP-FLAG PIC X(1).
               88 CR-IS-MINOR-CAPPED VALUE 'Y'.
           05 CR-ASKED-LIMIT PIC 9(11)V9(4).
