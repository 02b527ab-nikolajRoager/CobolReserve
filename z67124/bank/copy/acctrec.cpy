           05 ACT-OVERDRAFT-LIMIT PIC 9(11)V9(4).
      *A = active, F = frozen/on hold, B = outbound-only block (the
      *fraud bureau's soft restriction: credits still land, nothing
      *leaves until the verdict clears), S = switched out to another
      *bank: in its redirection period, whatever lands on it is sent
      *on by SWTCHRUN until the account is closed (see swchrec.cpy)
           05 ACT-STATUS          PIC X(1).
               88 ACT-IS-ACTIVE  VALUE 'A'.
               88 ACT-IS-FROZEN  VALUE 'F'.
               88 ACT-IS-OUTBLOCKED VALUE 'B'.
               88 ACT-IS-SWITCHED VALUE 'S'.
      *C = checking, S = savings (used to pick an interest tier),
      *E = escrow: funded through ordinary credits but locked
      *against ALL debits while the ESCROW case is open - only the
      *0 = the option is off. Records written before the field
      *existed read as non-numeric here and are treated as off
           05 ACT-TWOSIGN-THRESHOLD PIC 9(11)V9(4).
      *Product from the PRODMAST catalogue the account is priced on.
      *Spaces - and records written before the field existed - mean
      *no product: the bank-wide STATFILE terms apply
           05 ACT-PRODUCT-CODE PIC X(8).
      *Domicile branch - the VL-BRANCH whose balance sheet the
      *account sits on. Set by ADDUSER at opening, moved only by the
      *supervised BRNXFER; BRANCHRP reports on it. Spaces - and
      *records written before the field existed - mean no branch
      *yet: BRANCHRP lists those together under a blank branch
           05 ACT-BRANCH PIC X(4).
