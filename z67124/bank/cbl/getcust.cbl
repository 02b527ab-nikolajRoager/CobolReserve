           DISPLAY '    "BirthDate":' CU-BIRTH-DATE ','
           DISPLAY '    "IdDocRef":"' CU-ID-DOC-REF '",'
           DISPLAY '    "Status":"' CU-STATUS '",'
           DISPLAY '    "OpenedDate":' CU-OPENED-DATE ','
           DISPLAY '    "Minor":"' CU-MINOR-FLAG '",'
           DISPLAY '    "Guardian":"' CU-GUARDIAN '",'
           DISPLAY '    "MergedInto":"' CU-MERGED-INTO '"'
           DISPLAY '  }'
           DISPLAY '}'
           CLOSE CUSTOMER-MASTER
