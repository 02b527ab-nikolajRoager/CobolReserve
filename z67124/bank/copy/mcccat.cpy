      *Merchant category master: one record per merchant category
      *code (ISO 18245) the bank wants to name, maintained through
      *MCCMNT. SPENDAN groups a customer's spending under these
      *names, and MCCWATCH raises a compliance case the first time
      *an account spends in a category marked for watching (betting,
      *crypto exchanges and the like). A code with no record here
      *still groups under its own number, unwatched
       01  MC-RECORD.
           05 MC-CODE PIC X(4).
           05 MC-NAME PIC X(20).
      *Y = first spend in this category goes to the compliance queue
           05 MC-WATCH PIC X(1).
               88 MC-IS-WATCHED VALUE 'Y'.
