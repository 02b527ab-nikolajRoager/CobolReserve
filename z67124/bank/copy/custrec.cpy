      *written before the field existed reads as M). ADDCUST seeds
      *the dates, MODCUST records a completed review, KYCREP lists
      *what is coming due, and TRNSFR/DEPWIT refuse outbound money
      *once a review is overdue past the STATFILE grace. RISKSCOR
      *re-scores the band monthly from actual behaviour; an upgrade
      *compliance approves through RISKAPP re-bands the customer and
      *pulls the next review forward
           05 CU-RISK-BAND PIC X(1).
               88 CU-RISK-HIGH   VALUE 'H'.
               88 CU-RISK-MEDIUM VALUE 'M'.
      *captured (CRSEXT reports those as missing)
           05 CU-TAX-COUNTRY PIC X(2).
           05 CU-TIN PIC X(20).
      *Minor holder. ADDCUST sets the flag from the birth date and
      *refuses a minor without a guardian - another adult customer
      *on this file, whose identity is recorded here. While the flag
      *stands ADDUSER/MODUSER grant no overdraft, CARDMNT caps the
      *holder's cards at S-MINOR-CARD-LIMIT, and the guardian holds a
      *power of attorney on every account to authorise payments.
      *MINORRUN converts the customer on CU-MAJORITY-DATE (the 18th
      *birthday). Records from before the fields existed read as
      *anything-but-Y: an adult
           05 CU-MINOR-FLAG PIC X(1).
               88 CU-IS-MINOR VALUE 'Y'.
           05 CU-GUARDIAN PIC X(9).
           05 CU-MAJORITY-DATE PIC 9(8).
      *Surviving identity when CUSTMRG closed this record as a
      *duplicate - every wallet that hung off it now hangs off that
      *one. Spaces on any record that was not merged away
           05 CU-MERGED-INTO PIC X(9).
      *Retention clock. MODCUST (or CUSTMRG) stamps the day the
      *customer was closed; once the STATFILE retention period has
      *run from it, ANONRUN overwrites the personal fields above with
      *placeholders and stamps the day it did so. 0 = not closed /
      *not anonymised. An anonymised record can never be reopened
           05 CU-CLOSED-DATE PIC 9(8).
           05 CU-ANON-DATE PIC 9(8).
      *Returned mail. R = a printed document came back addressee
      *unknown and the mailroom booked it through MAILRTN: from then
      *on everything printed for this identity goes to HELDMAIL
      *instead of the print run, until MODCUST records a new address.
      *The date is the day it was flagged. Anything else (including
      *records from before the field existed) = mail goes out
           05 CU-MAIL-FLAG PIC X(1).
               88 CU-MAIL-RETURNED VALUE 'R'.
           05 CU-MAIL-RETURNED-DATE PIC 9(8).
