      *Risk-band review queue. RISKSCOR scores every active identity
      *monthly from what it actually did over the scoring window and
      *queues one case here whenever the band its behaviour points to
      *is higher than the CU-RISK-BAND on file, carrying the factors
      *behind the score so compliance can judge it without re-running
      *anything. RISKAPP records the officer's decision; an approved
      *case re-bands the customer and pulls the next review forward
       01  RK-RECORD.
           05 RK-KEY.
              10 RK-CUSTOMER PIC X(9).
              10 RK-TIME-STAMP.
                 15 RK-YEAR   PIC 9(4).
                 15 RK-MONTH  PIC 9(2).
                 15 RK-DAY    PIC 9(2).
                 15 RK-HOUR   PIC 9(2).
                 15 RK-MINUTE PIC 9(2).
                 15 RK-SECOND PIC 9(2).
                 15 RK-MILIS  PIC 9(2).
      *P = awaiting compliance, A = approved (customer re-banded),
      *D = declined (band left as it was)
           05 RK-STATUS PIC X(1).
               88 RK-IS-PENDING  VALUE 'P'.
               88 RK-IS-APPROVED VALUE 'A'.
               88 RK-IS-DECLINED VALUE 'D'.
      *Band on file when scored, and the band the score points to
           05 RK-CURRENT-BAND PIC X(1).
           05 RK-PROPOSED-BAND PIC X(1).
           05 RK-SCORE PIC 9(3).
           05 RK-WINDOW-START PIC 9(8).
           05 RK-SCORED-DATE PIC 9(8).
      *The factors, all over the window, money in default currency:
      *over-the-counter cash, STRUCREP structuring flags, outbound
      *interbank payments through OUTPAY, screening hits and the
      *confirmed blocks among them, FRAUDVRD freezes and outbound
      *blocks, complaints, and the tax residency on file
           05 RK-CASH-TOTAL PIC 9(11)V9(4).
           05 RK-STRUCT-FLAGS PIC 9(3).
           05 RK-OUT-COUNT PIC 9(5).
           05 RK-OUT-TOTAL PIC 9(11)V9(4).
           05 RK-SCREEN-HITS PIC 9(3).
           05 RK-SCREEN-BLOCKS PIC 9(3).
           05 RK-FRAUD-FREEZES PIC 9(3).
           05 RK-FRAUD-BLOCKS PIC 9(3).
           05 RK-COMPLAINTS PIC 9(3).
           05 RK-TAX-COUNTRY PIC X(2).
      *Compliance officer who decided, and when
           05 RK-DECIDED-BY PIC X(9).
           05 RK-DECIDED-DATE PIC 9(8).
