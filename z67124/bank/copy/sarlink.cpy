      *One transfer or alert linked to a suspicious activity case.
      *Every source keys the same way - a 9-byte name then the
      *YYYYMMDDHHMMSScc stamp - so the link keeps the source key
      *whole and the alert date is the stamp's date
       01  SK-RECORD.
           05 SK-KEY.
              10 SK-CASE-ID PIC X(12).
              10 SK-SEQ PIC 9(3).
      *T = transfer leg (TRANSFER, what LCASHREP lists), S = a
      *screening queue entry (SCRNQ, STRUCREP's holds among them),
      *A = an AUDITLOG entry (a FRAUDVRD verdict)
           05 SK-TYPE PIC X(1).
               88 SK-IS-TRANSFER VALUE 'T'.
               88 SK-IS-SCREENING VALUE 'S'.
               88 SK-IS-AUDIT VALUE 'A'.
           05 SK-REF PIC X(25).
           05 SK-ALERT-DATE PIC 9(8).
      *Amount and currency where the source carries one
           05 SK-AMOUNT PIC S9(11)V9(4).
           05 SK-CURRENCY PIC X(3).
           05 SK-LINKED-BY PIC X(9).
           05 SK-LINKED-DATE PIC 9(8).
