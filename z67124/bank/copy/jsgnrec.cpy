      *Teller journal sign-off, one record per operator per business
      *day. TELJRNL writes it pending when it prints an operator's day
      *journal; the reviewing supervisor completes it through
      *JSIGNOFF; DAYROLL will not roll the business date while any
      *record for the day is still pending. The record with spaces
      *for the operator is TELJRNL's own marker that the day's
      *journals were produced at all
       01  JS-RECORD.
           05 JS-KEY.
               10 JS-DATE     PIC 9(8).
               10 JS-OPERATOR PIC X(9).
      *P = awaiting the supervisor, S = signed off, R = run marker
           05 JS-STATUS PIC X(1).
               88 JS-IS-PENDING VALUE 'P'.
               88 JS-IS-SIGNED  VALUE 'S'.
               88 JS-IS-MARKER  VALUE 'R'.
      *What the journal showed when it was printed - a re-run that
      *finds more puts a signed journal back to pending
           05 JS-ENTRIES PIC 9(6).
           05 JS-POSTED-TOTAL PIC S9(11)V9(4).
           05 JS-PRODUCED PIC X(16).
           05 JS-SIGNED-BY PIC X(9).
           05 JS-SIGNED-AT PIC X(16).
