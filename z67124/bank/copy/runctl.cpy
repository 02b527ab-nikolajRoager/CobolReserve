      *Posting-run control record, one per program per period, shared
      *by INTPOST, FEESWEP, BONUSINT, SNAPRUN, SWEEPRUN and the other
      *nightly and monthly sweeps. Written as the sweep goes,
      *so a re-run after an abend restarts from the last account
      *posted instead of paying interest twice, and a completed
      *period refuses to run again at all. 340 hand-reversed double
      *postings bought this record its place
       01  RN-RECORD.
           05 RN-KEY.
               10 RN-PROGRAM PIC X(8).
      *instead of losing them. Zeroed when the credit posts. Records
      *from before the field read non-numeric and seed zero
           05 RN-CARRIED-TOTAL PIC S9(12)V9(4).
      *A second carried amount for a sweep that owes two destinations
      *- the VAT FEESWEP has taken for VATPAY alongside the fees for
      *BANK, or the FX fees SWEEPRUN owes BANK's FX sub-ledger
      *alongside its transaction fees. Same rules as RN-CARRIED-TOTAL
           05 RN-CARRIED-TAX PIC S9(12)V9(4).
      *Partitioned runs. A sweep split into ACT-NAME key ranges run
      *as parallel jobs keeps one record per partition as well, keyed
      *by the program's first seven characters plus the partition
      *number 1-9 (INTPOST1, INTPOST2 ... SWEEPRU1), each with its
      *own checkpoint and carried totals. The program's own record
      *holds the number of partitions, and only goes complete once
      *the merge run has found every partition finished and posted
      *their carried totals in one go. 0 = one whole-file run;
      *records from before the field read non-numeric, same as 0
           05 RN-PART-COUNT PIC 9(1).
      *A partition's key range, from inclusive to exclusive - spaces
      *for the start or end of the file. Spaces on the program's own
      *record
           05 RN-RANGE-FROM PIC X(9).
           05 RN-RANGE-TO PIC X(9).
