      *Connected-client group register. One record per member
      *customer identity (the CU-NAME the accounts point at) per
      *group, so a director, their company and the company's
      *guarantor become one exposure the regulator's limit applies
      *to. A customer may sit in more than one group - a guarantor
      *of two borrowers counts towards both. GRPMNT maintains it,
      *LEXPREP totals it
       01  CG-RECORD.
           05 CG-KEY.
               10 CG-GROUP-ID PIC X(9).
               10 CG-CUSTOMER PIC X(9).
      *Why the member is in the group: F = family, C = common
      *control, G = guarantor of a member
           05 CG-LINK-TYPE PIC X(1).
               88 CG-IS-FAMILY    VALUE 'F'.
               88 CG-IS-CONTROL   VALUE 'C'.
               88 CG-IS-GUARANTOR VALUE 'G'.
               88 CG-TYPE-VALID   VALUE 'F' 'C' 'G'.
           05 CG-ADDED-DATE PIC 9(8).
           05 CG-ADDED-BY PIC X(9).
