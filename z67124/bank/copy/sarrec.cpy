      *Suspicious activity case register, maintained by SARCASE and
      *filed by SARFILE. Compliance only: no teller inquiry, no
      *customer statement and no data subject access extract reads
      *this file - telling a customer they are under suspicion is
      *itself an offence
       01  SR-RECORD.
      *MMDDHHMMSScc of the moment the case was opened
           05 SR-CASE-ID PIC X(12).
           05 SR-CUSTOMER PIC X(9).
      *Short free-text category, e.g. STRUCTURING, MULE, SANCTIONS
           05 SR-SUSPICION PIC X(12).
      *O = open, I = under investigation, D = decided to file and
      *waiting for SARFILE, F = filed, C = closed without a filing
           05 SR-STATUS PIC X(1).
               88 SR-IS-OPEN          VALUE 'O'.
               88 SR-IS-INVESTIGATING VALUE 'I'.
               88 SR-IS-TO-FILE       VALUE 'D'.
               88 SR-IS-FILED         VALUE 'F'.
               88 SR-IS-CLOSED        VALUE 'C'.
           05 SR-OPENED-BY PIC X(9).
           05 SR-OPENED-DATE PIC 9(8).
      *Date of the earliest alert linked to the case, zero until
      *the first link - the statutory clock runs from here, not
      *from the day compliance got round to opening the case
           05 SR-FIRST-ALERT-DATE PIC 9(8).
           05 SR-DEADLINE-DATE PIC 9(8).
           05 SR-LINK-COUNT PIC 9(3).
      *The analyst's account of the investigation, carried on the
      *filing as the grounds for suspicion
           05 SR-NARRATIVE PIC X(100).
           05 SR-DECIDED-BY PIC X(9).
           05 SR-DECIDED-DATE PIC 9(8).
           05 SR-FILED-DATE PIC 9(8).
