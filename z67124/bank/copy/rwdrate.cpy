      *Rewards earn rate, shared by SETRWD and RWDPOST. Points earned
      *per unit of the account's currency spent on one transaction
      *type, optionally at one merchant. A merchant-specific rate
      *wins over the type's general one (merchant spaces); a type
      *with neither earns nothing
       01  RR-RECORD.
           05 RR-KEY.
               10 RR-TYPE-NAME PIC X(20).
               10 RR-MERCHANT PIC X(9).
           05 RR-RATE PIC 9(3)V9(4).
