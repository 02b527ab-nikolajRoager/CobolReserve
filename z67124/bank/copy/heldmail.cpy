      *One printed document held back from the print run because the
      *customer's mail comes back addressee unknown (CU-MAIL-RETURNED).
      *Written by MAILHOLD on behalf of the print programs, released
      *by MODCUST when a new address is recorded, listed monthly by
      *MAILREP. Keyed customer identity plus time stamp, so one
      *customer's held items sit together
       01  HM-RECORD.
           05 HM-KEY.
               10 HM-CUSTOMER PIC X(9).
               10 HM-TIME-STAMP.
                  15 HM-YEAR   PIC 9(4).
                  15 HM-MONTH  PIC 9(2).
                  15 HM-DAY    PIC 9(2).
                  15 HM-HOUR   PIC 9(2).
                  15 HM-MINUTE PIC 9(2).
                  15 HM-SECOND PIC 9(2).
                  15 HM-MILIS  PIC 9(2).
      *The program that would have printed it, and the account it is
      *about (the identity itself for a customer-level document)
           05 HM-PROGRAM PIC X(8).
           05 HM-ACCOUNT PIC X(9).
      *What the document is, e.g. STATEMENT 202609
           05 HM-DOCUMENT PIC X(30).
      *The document's own figures or production row where there is
      *no simpler way to reproduce it, spaces otherwise
           05 HM-DETAIL PIC X(100).
      *H = held, R = released once the address was put right
           05 HM-STATUS PIC X(1).
               88 HM-IS-HELD     VALUE 'H'.
               88 HM-IS-RELEASED VALUE 'R'.
           05 HM-RELEASED-DATE PIC 9(8).
