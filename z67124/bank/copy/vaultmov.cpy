           05 VM-STATUS PIC X(1).
               88 VM-IS-COMPLETE  VALUE 'C'.
               88 VM-IN-TRANSIT   VALUE 'T'.
      *The currency the movement was in. Spaces mean the default
      *currency, and so does the nothing at all on records from
      *before the field existed
           05 VM-CURRENCY PIC X(3).
