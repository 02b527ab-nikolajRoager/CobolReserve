      *Provisioning control, one record: the allowance LNPROV last
      *booked per delinquency bucket, so each run posts only the
      *delta. LNWOFF draws the default bucket down by what a
      *write-off utilises, so the next LNPROV run does not release
      *the same allowance a second time
       01  PC-RECORD.
           05 PC-BOOKED-30 PIC S9(13)V9(4).
           05 PC-BOOKED-60 PIC S9(13)V9(4).
           05 PC-BOOKED-90 PIC S9(13)V9(4).
           05 PC-BOOKED-DEF PIC S9(13)V9(4).
