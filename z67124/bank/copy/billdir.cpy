      *Biller directory entry, maintained by SETBILL: the utilities,
      *tax offices and other organisations customers pay bills to
      *through BILLPAY. Each has a collection account of its own in
      *USER-ACCOUNTS that BILLREM settles the day's payments into as
      *one amount, and a customer reference format the reference a
      *payer quotes is validated against before anything posts
       01  BI-RECORD.
           05 BI-CODE PIC X(8).
           05 BI-NAME PIC X(30).
      *The biller's own account here, and the currency bills to it
      *are paid in - the collection account's currency
           05 BI-ACCOUNT PIC X(9).
           05 BI-CURRENCY PIC X(3).
      *Customer reference mask, one position a character: 9 = a digit,
      *A = a letter, X = any character, anything else = that literal
      *character (a dash, say). The reference must be exactly as long
      *as the mask. All spaces = any reference is accepted
           05 BI-REF-FORMAT PIC X(20).
      *Check digit on the reference, last position: N (or space) =
      *none, L = Luhn, the rule CHKDIGIT applies to our own account
      *numbers, M = modulus 11 with weights 2 to 7 from the right.
      *Both need an all-digit reference
           05 BI-CHECK-RULE PIC X(1).
               88 BI-NO-CHECK     VALUE 'N' ' '.
               88 BI-CHECK-LUHN   VALUE 'L'.
               88 BI-CHECK-MOD11  VALUE 'M'.
      *A = taking payments, S = suspended, BILLPAY refuses new ones
      *(what is already booked still remits)
           05 BI-STATUS PIC X(1).
               88 BI-IS-ACTIVE    VALUE 'A'.
               88 BI-IS-SUSPENDED VALUE 'S'.
      *Last business date a remittance went to the biller
           05 BI-LAST-REMIT-DATE PIC 9(8).
