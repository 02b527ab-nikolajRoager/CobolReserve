      *One loan application, captured and assessed by LNAPP before
      *any money moves. The affordability figures it was judged on
      *are kept with the decision so the credit committee (LNAPPREP)
      *and any later complaint can see exactly why it went the way
      *it did. LNOPEN only disburses against an A record here, and
      *marks it B with the loan it booked. Keyed by the applicant's
      *account plus a sequence, the same shape loanrec.cpy uses
       01  LA-RECORD.
           05 LA-KEY.
               10 LA-ACCOUNT PIC X(9).
               10 LA-SEQ     PIC 9(4).
           05 LA-APPLIED-DATE PIC 9(8).
      *What was asked for
           05 LA-AMOUNT PIC 9(11)V9(4).
           05 LA-CURRENCY PIC X(3).
           05 LA-TERM-MONTHS PIC 9(3).
      *F = fixed at LA-ANNUAL-RATE, V = LA-MARGIN over the
      *LA-INDEX-CODE base rate; LA-ANNUAL-RATE then holds the index
      *plus margin on the day it was assessed
           05 LA-RATE-TYPE PIC X(1).
               88 LA-IS-FIXED    VALUE 'F'.
               88 LA-IS-VARIABLE VALUE 'V'.
           05 LA-ANNUAL-RATE PIC 9V9999.
           05 LA-INDEX-CODE PIC X(8).
           05 LA-MARGIN PIC 9V9999.
           05 LA-PURPOSE PIC X(20).
      *Affordability: monthly averages over the ACMSUM months found
      *in the twelve before the application month, the instalments
      *already running on the applicant's open loans, the instalment
      *this loan would add, and the resulting debt-service ratio
           05 LA-MONTHS-SEEN PIC 9(2).
           05 LA-AVG-CREDITS PIC 9(12)V9(4).
           05 LA-AVG-DEBITS PIC 9(12)V9(4).
           05 LA-EXISTING-INSTAL PIC 9(11)V9(4).
           05 LA-NEW-INSTAL PIC 9(11)V9(4).
           05 LA-DSR PIC 9(3)V9(4).
      *A = approved, D = declined, R = referred to a supervisor,
      *B = approved and booked by LNOPEN
           05 LA-STATUS PIC X(1).
               88 LA-IS-APPROVED VALUE 'A'.
               88 LA-IS-DECLINED VALUE 'D'.
               88 LA-IS-REFERRED VALUE 'R'.
               88 LA-IS-BOOKED   VALUE 'B'.
      *Y = the assessment referred it, whatever a supervisor then
      *decided - the committee counts referrals separately
           05 LA-WAS-REFERRED PIC X(1).
           05 LA-REASON PIC X(20).
      *Who keyed and assessed it, and the supervisor who settled a
      *referral (spaces when the assessment decided it outright)
           05 LA-ASSESSED-BY PIC X(9).
           05 LA-DECIDED-BY PIC X(9).
           05 LA-DECIDED-DATE PIC 9(8).
      *The loan LNOPEN booked against it, B records only
           05 LA-LOAN-SEQ PIC 9(4).
           05 LA-BOOKED-DATE PIC 9(8).
