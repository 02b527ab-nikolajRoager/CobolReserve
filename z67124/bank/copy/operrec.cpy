       01  OPR-RECORD.
           05 OPR-ID PIC X(9).
           05 OPR-NAME PIC X(20).
      *T = teller, S = supervisor, C = compliance - only C may open
      *or see the suspicious activity register (SARCASE)
           05 OPR-ROLE PIC X(1).
               88 OPR-IS-TELLER     VALUE 'T'.
               88 OPR-IS-SUPERVISOR VALUE 'S'.
               88 OPR-IS-COMPLIANCE VALUE 'C'.
      *Y = may sign on, N = left/suspended, kept for the audit trail
           05 OPR-ACTIVE PIC X(1).
               88 OPR-IS-ACTIVE VALUE 'Y'.
      *records from before the field existed) mean no credential is
      *set yet - SIGNON refuses until OPERMNT sets one
           05 OPR-PASS-HASH PIC X(8).
      *The operator's own customer identity, and the connected
      *persons they declared (family, household, business partners),
      *spaces = none. STAFFCHK refuses any posting the operator keys
      *onto an account under one of these identities and STAFFREP
      *reports the ones that got through
           05 OPR-CUSTOMER PIC X(9).
           05 OPR-CONNECTED PIC X(9) OCCURS 5 TIMES.
